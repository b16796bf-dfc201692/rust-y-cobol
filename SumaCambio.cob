      *================================================================*
      * PROGRAM-ID.  SumaCambio                                       *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - FX DIFFERENCE REPORT ON RELEASED
      *                SUSPENSE ITEMS.  EVERY FOREIGN-CURRENCY ITEM ON
      *                THE SUMASMST INVENTORY RELEASED IN THE SUMAFXC
      *                DATE RANGE IS PRICED AT THE SUMARHST RATE OF
      *                THE DATE IT WAS HELD AND OF THE DATE IT WAS
      *                RELEASED, AND THE BASE-CURRENCY DIFFERENCE IS
      *                PRINTED, WITH A RECAP SUBTOTALED BY COST
      *                CENTER, SO TREASURY CAN BOOK THE FX GAIN OR
      *                LOSS.  AN ITEM WITH NO RATE ON FILE FOR EITHER
      *                DATE IS PRINTED, LEFT OUT OF THE TOTALS, AND
      *                SETS RETURN-CODE 4.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaCambio.
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
           SELECT SUMA-FX-CARD-FILE ASSIGN TO SUMAFXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-SUSP-MASTER-FILE ASSIGN TO SUMASMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-TRANS-ID
               FILE STATUS IS WS-SMS-FILE-STATUS.

           SELECT SUMA-RATE-HIST-FILE ASSIGN TO SUMARHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RHS-FILE-STATUS.

           SELECT SUMA-FX-REPORT-FILE ASSIGN TO SUMAFXRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-FX-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAFXC.

       FD  SUMA-SUSP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMASMS.

       FD  SUMA-RATE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMARTH.

       FD  SUMA-FX-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-FX-REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-CC-FOUND-SW          PIC X(01)   VALUE "N".
               88  WS-CC-FOUND                     VALUE "Y".
               88  WS-CC-NOT-FOUND                 VALUE "N".
           05  WS-CC-STOP-SW           PIC X(01)   VALUE "N".
               88  WS-CC-STOP                      VALUE "Y".
               88  WS-CC-NO-STOP                   VALUE "N".
           05  WS-RATES-SW             PIC X(01)   VALUE "Y".
               88  WS-RATES-FOUND                  VALUE "Y".
               88  WS-RATES-MISSING                VALUE "N".

       77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-SELECTED-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PRICED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-NO-RATE-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.
       77  WS-AMT-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-AMOUNTS              PIC 9(03)   COMP    VALUE 50.
       77  WS-CC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-SLOT                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-SHIFT-IDX                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 150.

       01  WS-SMS-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RHS-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-HELD-RATE                PIC 9(03)V9(06) VALUE ZERO.
       01  WS-RELEASE-RATE             PIC 9(03)V9(06) VALUE ZERO.
       01  WS-ORIG-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-BASE                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RELEASE-BASE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FX-DIFF                  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NO-RATE-TEXT             PIC X(42)   VALUE SPACES.
       01  WS-TOTAL-HELD-BASE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-RELEASE-BASE       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-FX-DIFF            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    COST-CENTER RECAP - KEPT IN COST-CENTER ORDER AS ITEMS
      *    ARRIVE, SO THE SUBTOTALS PRINT IN THE ORDER TREASURY BOOKS
      *    THEM.
      *----------------------------------------------------------------
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY             OCCURS 150 TIMES.
               10  WS-CCT-COST-CENTER  PIC X(04).
               10  WS-CCT-ITEM-COUNT   PIC 9(05)   COMP.
               10  WS-CCT-HELD-BASE    PIC S9(11)V99 COMP-3.
               10  WS-CCT-RELEASE-BASE PIC S9(11)V99 COMP-3.
               10  WS-CCT-FX-DIFF      PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(44)
                   VALUE "SUMACAMBIO - FX DIFFERENCE ON RELEASED ITEMS".
           05  FILLER              PIC X(71) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(18) VALUE "   RELEASED FROM: ".
           05  WSH2-FROM-DATE      PIC 9(08).
           05  FILLER              PIC X(06) VALUE "  TO: ".
           05  WSH2-TO-DATE        PIC 9(08).
           05  FILLER              PIC X(74) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(12) VALUE "TRANS ID".
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(05) VALUE "CCY".
           05  FILLER              PIC X(09) VALUE "HELD".
           05  FILLER              PIC X(12) VALUE " HELD RATE".
           05  FILLER              PIC X(09) VALUE "RELEASED".
           05  FILLER              PIC X(12) VALUE "  REL RATE".
           05  FILLER              PIC X(15) VALUE "  ORIG CURRENCY".
           05  FILLER              PIC X(15) VALUE "   BASE AT HELD".
           05  FILLER              PIC X(15) VALUE "BASE AT RELEASE".
           05  FILLER              PIC X(15) VALUE "  FX DIFFERENCE".
           05  FILLER              PIC X(07) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-TRANS-ID        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-CURRENCY        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-HELD-DATE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-HELD-RATE       PIC ZZ9.999999.
           05  WSD-HELD-RATE-X     REDEFINES WSD-HELD-RATE
                                   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RELEASE-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-RELEASE-RATE    PIC ZZ9.999999.
           05  WSD-RELEASE-RATE-X  REDEFINES WSD-RELEASE-RATE
                                   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-ORIG-AMOUNT     PIC -Z(10)9.99.
           05  WSD-FIGURES.
               10  WSD-HELD-BASE   PIC -Z(10)9.99.
               10  WSD-RELEASE-BASE
                                   PIC -Z(10)9.99.
               10  WSD-FX-DIFF     PIC -Z(10)9.99.
           05  WSD-FIGURES-X       REDEFINES WSD-FIGURES.
               10  FILLER          PIC X(03).
               10  WSD-MESSAGE     PIC X(42).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  WS-RECAP-HEADING.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(34)
                   VALUE "FX DIFFERENCE BY COST CENTER      ".
           05  FILLER              PIC X(98) VALUE SPACES.

       01  WS-RECAP-COL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "CC    ".
           05  FILLER              PIC X(09) VALUE "    ITEMS".
           05  FILLER              PIC X(17) VALUE "     BASE AT HELD".
           05  FILLER              PIC X(17) VALUE "  BASE AT RELEASE".
           05  FILLER              PIC X(17) VALUE "    FX DIFFERENCE".
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-RECAP-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSR-LABEL.
               10  WSR-COST-CENTER PIC X(04).
               10  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSR-ITEM-COUNT      PIC ZZZZ9.
           05  WSR-HELD-BASE       PIC -Z(12)9.99.
           05  WSR-RELEASE-BASE    PIC -Z(12)9.99.
           05  WSR-FX-DIFF         PIC -Z(12)9.99.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(28) VALUE SPACES.
           05  WST-AMOUNT          PIC -Z(12)9.99.
           05  FILLER              PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-SUSP-REC
               THRU 2000-PROCESS-SUSP-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - READ AND EDIT THE DATE-RANGE CARD, OPEN     *
      * FILES, PRIME THE READ                                         *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMACAMBIO - FX DIFFERENCE RUN STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-FX-CARD-FILE.
           OPEN OUTPUT SUMA-FX-REPORT-FILE.

           PERFORM 1100-EDIT-FX-CARD
               THRU 1100-EDIT-FX-CARD-EXIT.

           CLOSE SUMA-FX-CARD-FILE.

           OPEN INPUT SUMA-SUSP-MASTER-FILE.
           IF WS-SMS-FILE-STATUS NOT = "00"
               DISPLAY "SUMASMST OPEN FAILED - FILE STATUS "
                   WS-SMS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-RATE-HIST-FILE.
           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST OPEN FAILED - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-CC-TABLE.

           PERFORM 2100-READ-SUSP-REC
               THRU 2100-READ-SUSP-REC-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-FX-CARD - A MISSING OR BLANK TO-DATE MEANS TODAY; A *
      * BLANK FROM-DATE MEANS THE TO-DATE ALONE.  A DATE PRESENT BUT  *
      * GARBLED, OR A RANGE THAT ENDS BEFORE IT STARTS, IS AN         *
      * OPERATOR KEYING ERROR AND FAILS THE STEP.                     *
      *================================================================*
       1100-EDIT-FX-CARD.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           MOVE ZERO        TO WS-FROM-DATE.

           READ SUMA-FX-CARD-FILE
               AT END
                   DISPLAY "SUMAFXC CARD MISSING - ITEMS RELEASED "
                       "TODAY"
                   MOVE WS-TO-DATE TO WS-FROM-DATE
                   GO TO 1100-EDIT-FX-CARD-EXIT
           END-READ.

           IF FX-TO-DATE = SPACES
               CONTINUE
           ELSE
               IF FX-TO-DATE IS NOT NUMERIC
                   DISPLAY "SUMAFXC TO-DATE NOT NUMERIC: " FX-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE FX-TO-DATE TO WS-TO-DATE
               END-IF
           END-IF.

           IF FX-FROM-DATE = SPACES
               MOVE WS-TO-DATE TO WS-FROM-DATE
           ELSE
               IF FX-FROM-DATE IS NOT NUMERIC
                   DISPLAY "SUMAFXC FROM-DATE NOT NUMERIC: "
                       FX-FROM-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE FX-FROM-DATE TO WS-FROM-DATE
               END-IF
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SUMAFXC FROM-DATE " WS-FROM-DATE
                   " IS AFTER TO-DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "REPORTING ITEMS RELEASED " WS-FROM-DATE
               " THROUGH " WS-TO-DATE.
       1100-EDIT-FX-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-SUSP-REC - PRICE ONE RELEASED FOREIGN-CURRENCY   *
      * ITEM AT BOTH DATES' RATES AND PRINT IT.  BASE-CURRENCY ITEMS, *
      * ITEMS NOT RELEASED AND RELEASES OUTSIDE THE RANGE ARE PASSED  *
      * OVER.                                                         *
      *================================================================*
       2000-PROCESS-SUSP-REC.
           ADD 1 TO WS-READ-COUNT.

           IF NOT SS-RELEASED
               OR SS-CURRENCY-CODE = SPACES
               OR SS-RESOLVED-DATE < WS-FROM-DATE
               OR SS-RESOLVED-DATE > WS-TO-DATE
               GO TO 2000-PROCESS-SUSP-REC-NEXT
           END-IF.

           ADD 1 TO WS-SELECTED-COUNT.

           PERFORM 2200-SUM-ORIG-AMOUNT
               THRU 2200-SUM-ORIG-AMOUNT-EXIT.

           PERFORM 2300-LOOKUP-RATES
               THRU 2300-LOOKUP-RATES-EXIT.

           IF WS-RATES-FOUND
               COMPUTE WS-HELD-BASE ROUNDED =
                   WS-ORIG-AMOUNT * WS-HELD-RATE
               COMPUTE WS-RELEASE-BASE ROUNDED =
                   WS-ORIG-AMOUNT * WS-RELEASE-RATE
               COMPUTE WS-FX-DIFF = WS-RELEASE-BASE - WS-HELD-BASE
               ADD 1 TO WS-PRICED-COUNT
               ADD WS-HELD-BASE    TO WS-TOTAL-HELD-BASE
               ADD WS-RELEASE-BASE TO WS-TOTAL-RELEASE-BASE
               ADD WS-FX-DIFF      TO WS-TOTAL-FX-DIFF
               PERFORM 2400-ACCUMULATE-CC
                   THRU 2400-ACCUMULATE-CC-EXIT
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.

       2000-PROCESS-SUSP-REC-NEXT.
           PERFORM 2100-READ-SUSP-REC
               THRU 2100-READ-SUSP-REC-EXIT.
       2000-PROCESS-SUSP-REC-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-SUSP-REC - READ THE NEXT INVENTORY ITEM, SET EOF    *
      *================================================================*
       2100-READ-SUSP-REC.
           READ SUMA-SUSP-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-SUSP-REC-EXIT
           END-READ.
       2100-READ-SUSP-REC-EXIT.
           EXIT.

      *================================================================*
      * 2200-SUM-ORIG-AMOUNT - ADD UP THE ITEM'S AMOUNT LIST IN ITS   *
      * OWN CURRENCY, THE FIGURE EACH DATE'S RATE IS APPLIED TO, AS   *
      * THE NIGHTLY RUN AND THE RECYCLE PASS CONVERT IT.              *
      *================================================================*
       2200-SUM-ORIG-AMOUNT.
           MOVE ZERO TO WS-ORIG-AMOUNT.

           IF SS-AMOUNT-COUNT IS NOT NUMERIC
               OR SS-AMOUNT-COUNT > WS-MAX-AMOUNTS
               GO TO 2200-SUM-ORIG-AMOUNT-EXIT
           END-IF.

           PERFORM 2250-ADD-ONE-AMOUNT
               THRU 2250-ADD-ONE-AMOUNT-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > SS-AMOUNT-COUNT.
       2200-SUM-ORIG-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2250-ADD-ONE-AMOUNT - ROLL ONE AMOUNT INTO THE ITEM'S TOTAL.  *
      *================================================================*
       2250-ADD-ONE-AMOUNT.
           ADD SS-AMOUNT-TABLE (WS-AMT-IDX) TO WS-ORIG-AMOUNT.
       2250-ADD-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2300-LOOKUP-RATES - THE ITEM'S CURRENCY ON THE RATE HISTORY   *
      * FOR THE DATE IT WAS HELD AND THE DATE IT WAS RELEASED.        *
      * EITHER ONE MISSING (E.G. AN ITEM HELD BEFORE THE HISTORY WAS  *
      * KEPT) LEAVES THE ITEM UNPRICED WITH THE REASON ON ITS LINE.   *
      *================================================================*
       2300-LOOKUP-RATES.
           SET WS-RATES-FOUND TO TRUE.
           MOVE SPACES TO WS-NO-RATE-TEXT.

           MOVE SS-HELD-DATE     TO RH-RATE-DATE.
           MOVE SS-CURRENCY-CODE TO RH-CURRENCY-CODE.
           PERFORM 2350-READ-RATE
               THRU 2350-READ-RATE-EXIT.
           IF WS-RHS-FILE-STATUS = "00"
               MOVE RH-RATE TO WS-HELD-RATE
           ELSE
               MOVE ZERO    TO WS-HELD-RATE
               SET WS-RATES-MISSING TO TRUE
               MOVE "*** NO RATE ON FILE FOR HELD DATE"
                   TO WS-NO-RATE-TEXT
           END-IF.

           MOVE SS-RESOLVED-DATE TO RH-RATE-DATE.
           MOVE SS-CURRENCY-CODE TO RH-CURRENCY-CODE.
           PERFORM 2350-READ-RATE
               THRU 2350-READ-RATE-EXIT.
           IF WS-RHS-FILE-STATUS = "00"
               MOVE RH-RATE TO WS-RELEASE-RATE
           ELSE
               MOVE ZERO    TO WS-RELEASE-RATE
               IF WS-RATES-MISSING
                   MOVE "*** NO RATE ON FILE FOR EITHER DATE"
                       TO WS-NO-RATE-TEXT
               ELSE
                   SET WS-RATES-MISSING TO TRUE
                   MOVE "*** NO RATE ON FILE FOR RELEASE DATE"
                       TO WS-NO-RATE-TEXT
               END-IF
           END-IF.
       2300-LOOKUP-RATES-EXIT.
           EXIT.

      *================================================================*
      * 2350-READ-RATE - RANDOM READ OF ONE RATE-HISTORY RECORD.  NOT *
      * FOUND IS LEFT TO THE CALLER; ANY OTHER FAILURE ABENDS.        *
      *================================================================*
       2350-READ-RATE.
           READ SUMA-RATE-HIST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-RHS-FILE-STATUS NOT = "00"
               AND WS-RHS-FILE-STATUS NOT = "23"
               DISPLAY "SUMARHST READ FAILED FOR " RH-KEY
                   " - FILE STATUS " WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2350-READ-RATE-EXIT.
           EXIT.

      *================================================================*
      * 2400-ACCUMULATE-CC - ROLL THE ITEM INTO ITS COST CENTER'S     *
      * SUBTOTAL, OPENING A NEW ONE IN COST-CENTER ORDER THE FIRST    *
      * TIME THE COST CENTER APPEARS.                                 *
      *================================================================*
       2400-ACCUMULATE-CC.
           SET WS-CC-NOT-FOUND TO TRUE.
           SET WS-CC-NO-STOP   TO TRUE.
           COMPUTE WS-CC-SLOT = WS-CC-COUNT + 1.

           PERFORM 2450-MATCH-CC
               THRU 2450-MATCH-CC-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                   OR WS-CC-STOP.

           IF WS-CC-NOT-FOUND
               IF WS-CC-COUNT >= WS-MAX-COST-CENTERS
                   DISPLAY "MORE THAN " WS-MAX-COST-CENTERS
                       " COST CENTERS - TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2460-SHIFT-ONE-CC
                   THRU 2460-SHIFT-ONE-CC-EXIT
                   VARYING WS-SHIFT-IDX FROM WS-CC-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-CC-SLOT
               ADD 1 TO WS-CC-COUNT
               INITIALIZE WS-CC-ENTRY (WS-CC-SLOT)
               MOVE SS-COST-CENTER
                   TO WS-CCT-COST-CENTER (WS-CC-SLOT)
           END-IF.

           ADD 1               TO WS-CCT-ITEM-COUNT (WS-CC-SLOT).
           ADD WS-HELD-BASE    TO WS-CCT-HELD-BASE (WS-CC-SLOT).
           ADD WS-RELEASE-BASE TO WS-CCT-RELEASE-BASE (WS-CC-SLOT).
           ADD WS-FX-DIFF      TO WS-CCT-FX-DIFF (WS-CC-SLOT).
       2400-ACCUMULATE-CC-EXIT.
           EXIT.

      *================================================================*
      * 2450-MATCH-CC - STOP THE SCAN AT THE ITEM'S COST CENTER, OR   *
      * AT THE FIRST ONE THAT SORTS AFTER IT (WHERE A NEW SUBTOTAL    *
      * GOES).                                                        *
      *================================================================*
       2450-MATCH-CC.
           IF WS-CCT-COST-CENTER (WS-CC-IDX) = SS-COST-CENTER
               SET WS-CC-FOUND TO TRUE
               SET WS-CC-STOP  TO TRUE
               MOVE WS-CC-IDX TO WS-CC-SLOT
           ELSE
               IF WS-CCT-COST-CENTER (WS-CC-IDX) > SS-COST-CENTER
                   SET WS-CC-STOP TO TRUE
                   MOVE WS-CC-IDX TO WS-CC-SLOT
               END-IF
           END-IF.
       2450-MATCH-CC-EXIT.
           EXIT.

      *================================================================*
      * 2460-SHIFT-ONE-CC - MOVE ONE SUBTOTAL DOWN A SLOT TO MAKE     *
      * ROOM FOR A NEW COST CENTER.                                   *
      *================================================================*
       2460-SHIFT-ONE-CC.
           MOVE WS-CC-ENTRY (WS-SHIFT-IDX)
               TO WS-CC-ENTRY (WS-SHIFT-IDX + 1).
       2460-SHIFT-ONE-CC-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE RELEASED ITEM, ROLLING TO  *
      * A NEW PAGE WHEN THE CURRENT PAGE IS FULL.  AN UNPRICED ITEM   *
      * CARRIES ITS REASON WHERE THE BASE FIGURES WOULD BE.           *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE SS-TRANS-ID      TO WSD-TRANS-ID.
           MOVE SS-COST-CENTER   TO WSD-COST-CENTER.
           MOVE SS-CURRENCY-CODE TO WSD-CURRENCY.
           MOVE SS-HELD-DATE     TO WSD-HELD-DATE.
           MOVE SS-RESOLVED-DATE TO WSD-RELEASE-DATE.
           MOVE WS-ORIG-AMOUNT   TO WSD-ORIG-AMOUNT.

           IF WS-HELD-RATE = ZERO
               MOVE SPACES       TO WSD-HELD-RATE-X
           ELSE
               MOVE WS-HELD-RATE TO WSD-HELD-RATE
           END-IF.

           IF WS-RELEASE-RATE = ZERO
               MOVE SPACES          TO WSD-RELEASE-RATE-X
           ELSE
               MOVE WS-RELEASE-RATE TO WSD-RELEASE-RATE
           END-IF.

           IF WS-RATES-FOUND
               MOVE WS-HELD-BASE    TO WSD-HELD-BASE
               MOVE WS-RELEASE-BASE TO WSD-RELEASE-BASE
               MOVE WS-FX-DIFF      TO WSD-FX-DIFF
           ELSE
               MOVE SPACES          TO WSD-FIGURES-X
               MOVE WS-NO-RATE-TEXT TO WSD-MESSAGE
           END-IF.

           WRITE SUMA-FX-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE DATE    *
      * RANGE HEADING AND COLUMN TITLES.                              *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.
           MOVE WS-FROM-DATE  TO WSH2-FROM-DATE.
           MOVE WS-TO-DATE    TO WSH2-TO-DATE.

           WRITE SUMA-FX-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-FX-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SUMA-FX-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 3500-WRITE-RECAP-LINE - PRINT ONE COST CENTER'S SUBTOTAL.     *
      *================================================================*
       3500-WRITE-RECAP-LINE.
           MOVE WS-CCT-COST-CENTER (WS-CC-IDX)  TO WSR-COST-CENTER.
           MOVE WS-CCT-ITEM-COUNT (WS-CC-IDX)   TO WSR-ITEM-COUNT.
           MOVE WS-CCT-HELD-BASE (WS-CC-IDX)    TO WSR-HELD-BASE.
           MOVE WS-CCT-RELEASE-BASE (WS-CC-IDX) TO WSR-RELEASE-BASE.
           MOVE WS-CCT-FX-DIFF (WS-CC-IDX)      TO WSR-FX-DIFF.

           WRITE SUMA-FX-REPORT-LINE FROM WS-RECAP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3500-WRITE-RECAP-LINE-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE COST-CENTER RECAP AND RUN TOTALS,  *
      * CLOSE FILES, AND FLAG THE RUN WHEN ANY ITEM COULD NOT BE      *
      * PRICED.                                                       *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           WRITE SUMA-FX-REPORT-LINE FROM WS-RECAP-HEADING
               AFTER ADVANCING PAGE.
           WRITE SUMA-FX-REPORT-LINE FROM WS-RECAP-COL-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-RECAP-LINE
               THRU 3500-WRITE-RECAP-LINE-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.

           MOVE "TOTAL"               TO WSR-LABEL.
           MOVE WS-PRICED-COUNT       TO WSR-ITEM-COUNT.
           MOVE WS-TOTAL-HELD-BASE    TO WSR-HELD-BASE.
           MOVE WS-TOTAL-RELEASE-BASE TO WSR-RELEASE-BASE.
           MOVE WS-TOTAL-FX-DIFF      TO WSR-FX-DIFF.
           WRITE SUMA-FX-REPORT-LINE FROM WS-RECAP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "INVENTORY ITEMS READ ......." TO WSC-LABEL.
           MOVE WS-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-FX-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "FOREIGN RELEASES IN RANGE .." TO WSC-LABEL.
           MOVE WS-SELECTED-COUNT TO WSC-COUNT.
           WRITE SUMA-FX-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PRICED AT BOTH DATES ......." TO WSC-LABEL.
           MOVE WS-PRICED-COUNT TO WSC-COUNT.
           WRITE SUMA-FX-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "NO RATE ON FILE - UNPRICED ." TO WSC-LABEL.
           MOVE WS-NO-RATE-COUNT TO WSC-COUNT.
           WRITE SUMA-FX-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "FX DIFFERENCE TOTAL ........" TO WST-LABEL.
           MOVE WS-TOTAL-FX-DIFF TO WST-AMOUNT.
           WRITE SUMA-FX-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-SUSP-MASTER-FILE
                 SUMA-RATE-HIST-FILE
                 SUMA-FX-REPORT-FILE.

           DISPLAY "SUMACAMBIO - ITEMS PRICED:     " WS-PRICED-COUNT.
           DISPLAY "SUMACAMBIO - UNPRICED:         " WS-NO-RATE-COUNT.

           IF WS-NO-RATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
