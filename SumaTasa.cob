      *================================================================*
      * PROGRAM-ID.  SumaTasa                                         *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - DAILY EXCHANGE-RATE LOAD.  EDITS
      *                THE DAY'S SUMARATE FILE BEFORE THE NIGHTLY RUN
      *                AGAINST THE LATEST EARLIER RATE DATE ON THE
      *                SUMARHST RATE-HISTORY CLUSTER - A CURRENCY
      *                QUOTED THEN BUT MISSING NOW, A ZERO OR GARBLED
      *                RATE, A DUPLICATE CURRENCY, OR A DAY-OVER-DAY
      *                SWING BEYOND THE SUMARLC TOLERANCE FAILS THE
      *                FILE.  A FILE THAT PASSES IS SAVED TO SUMARHST
      *                KEYED ON RATE DATE + CURRENCY, SO THE RATE A
      *                NIGHT CONVERTED AT CAN BE LOOKED UP LATER.  A
      *                FILE THAT FAILS IS NOT SAVED AND THE STEP ENDS
      *                RETURN-CODE 12, SO THE SCHEDULER HOLDS THE
      *                NIGHTLY RUN.  RETURN-CODE 4 FOR A NEW CURRENCY
      *                OR NO EARLIER RATE DATE TO COMPARE WITH.
      * 10/15/2026 RA  A SWING TOO LARGE FOR THE SWING FIELD NOW FAILS
      *                THE TOLERANCE INSTEAD OF BEING TRUNCATED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaTasa.
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
           SELECT SUMA-RATE-CARD-FILE ASSIGN TO SUMARLC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-RATE-FILE ASSIGN TO SUMARATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT SUMA-RATE-HIST-FILE ASSIGN TO SUMARHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RHS-FILE-STATUS.

           SELECT SUMA-RATE-REPORT-FILE ASSIGN TO SUMARLRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-RATE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMARLC.

       FD  SUMA-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMARTE.

       FD  SUMA-RATE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMARTH.

       FD  SUMA-RATE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-RATE-REPORT-LINE           PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
               88  WS-HIST-EOF-YES                 VALUE "Y".
               88  WS-HIST-EOF-NO                  VALUE "N".
           05  WS-FOUND-SW             PIC X(01)   VALUE "N".
               88  WS-FOUND-YES                     VALUE "Y".
               88  WS-FOUND-NO                       VALUE "N".
           05  WS-RELOAD-SW            PIC X(01)   VALUE "N".
               88  WS-RELOAD-YES                   VALUE "Y".
               88  WS-RELOAD-NO                    VALUE "N".
           05  WS-RESULT-SW            PIC X(01)   VALUE "O".
               88  WS-RESULT-OK                    VALUE "O".
               88  WS-RESULT-WARNING               VALUE "W".
               88  WS-RESULT-ERROR                 VALUE "E".

       77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WARNING-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WITHDRAWN-COUNT          PIC 9(07)   COMP    VALUE ZERO.
       77  WS-REPLACED-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-SAVED-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-RATE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-RATE-IDX                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-RATE-SLOT                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-PRIOR-COUNT              PIC 9(03)   COMP    VALUE ZERO.
       77  WS-PRIOR-IDX                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-PRIOR-SLOT               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-WDR-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-RATES                PIC 9(03)   COMP    VALUE 20.
       77  WS-MAX-WITHDRAWN            PIC 9(03)   COMP    VALUE 10.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-RTE-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RHS-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RATE-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-PRIOR-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-MAX-SWING-PCT            PIC 9(02)V99 VALUE 5.
       01  WS-SWING-PCT                PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-SWING-PCT            PIC 9(05)V99 COMP-3 VALUE ZERO.
       01  WS-RESULT-TEXT              PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------
      *    THE EARLIER RATE DATES ARE LOOKED FOR FROM THE FIRST OF THE
      *    MONTH BEFORE THE RATE DATE - A GAP LONGER THAN THAT IS NOT
      *    A DAY-OVER-DAY COMPARISON ANY MORE.
      *----------------------------------------------------------------
       01  WS-WINDOW-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-WINDOW-DATE-R            REDEFINES WS-WINDOW-DATE.
           05  WS-WINDOW-CCYY          PIC 9(04).
           05  WS-WINDOW-MM            PIC 9(02).
           05  WS-WINDOW-DD            PIC 9(02).

      *----------------------------------------------------------------
      *    TODAY'S RATES AS EDITED, AND THE RATES OF THE LATEST
      *    EARLIER RATE DATE ON FILE.  TWENTY CURRENCIES IS WHAT
      *    SUMANUMEROS AND SUMARECICLA CAN TABLE.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 20 TIMES.
               10  WS-RTE-CURRENCY     PIC X(03).
               10  WS-RTE-RATE         PIC 9(03)V9(06).
               10  WS-RTE-PRIOR-RATE   PIC 9(03)V9(06).

       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY          OCCURS 20 TIMES.
               10  WS-PRT-CURRENCY     PIC X(03).
               10  WS-PRT-RATE         PIC 9(03)V9(06).
               10  WS-PRT-MATCHED-SW   PIC X(01).
                   88  WS-PRT-MATCHED              VALUE "Y".

       01  WS-WITHDRAWN-TABLE.
           05  WS-WDR-CURRENCY         PIC X(03)
                   OCCURS 10 TIMES.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(38)
                   VALUE "SUMATASA - EXCHANGE RATE LOAD AND EDIT".
           05  FILLER              PIC X(77) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(14) VALUE "   RATE DATE: ".
           05  WSH2-RATE-DATE      PIC 9(08).
           05  FILLER              PIC X(15) VALUE "   PRIOR DATE: ".
           05  WSH2-PRIOR-DATE     PIC 9(08).
           05  FILLER              PIC X(23)
                   VALUE "   SWING TOLERANCE PCT ".
           05  WSH2-MAX-SWING-PCT  PIC Z9.99.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "CCY".
           05  FILLER              PIC X(13) VALUE "      RATE".
           05  FILLER              PIC X(13) VALUE "PRIOR RATE".
           05  FILLER              PIC X(12) VALUE "SWING PCT".
           05  FILLER              PIC X(40) VALUE "RESULT".
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CURRENCY        PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-RATE            PIC ZZ9.999999.
           05  WSD-RATE-X          REDEFINES WSD-RATE
                                   PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-PRIOR-RATE      PIC ZZ9.999999.
           05  WSD-PRIOR-RATE-X    REDEFINES WSD-PRIOR-RATE
                                   PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-SWING-PCT       PIC -ZZZZ9.99.
           05  WSD-SWING-PCT-X     REDEFINES WSD-SWING-PCT
                                   PIC X(09).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-RESULT          PIC X(40).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

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

           PERFORM 2000-PROCESS-RATE-REC
               THRU 2000-PROCESS-RATE-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2500-CHECK-MISSING
               THRU 2500-CHECK-MISSING-EXIT
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT.

           PERFORM 4000-SAVE-RATES
               THRU 4000-SAVE-RATES-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, OPEN FILES, *
      * FIND THE EARLIER RATES TO COMPARE WITH, PRIME THE READ        *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMATASA - EXCHANGE RATE LOAD STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-RATE-CARD-FILE.
           OPEN OUTPUT SUMA-RATE-REPORT-FILE.

           PERFORM 1100-EDIT-RATE-CARD
               THRU 1100-EDIT-RATE-CARD-EXIT.

           CLOSE SUMA-RATE-CARD-FILE.

           OPEN INPUT SUMA-RATE-FILE.
           IF WS-RTE-FILE-STATUS NOT = "00"
               DISPLAY "SUMARATE OPEN FAILED - FILE STATUS "
                   WS-RTE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SUMA-RATE-HIST-FILE.
           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST OPEN FAILED - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-RATE-TABLE
                      WS-PRIOR-TABLE.

           PERFORM 1200-FIND-PRIOR-RATES
               THRU 1200-FIND-PRIOR-RATES-EXIT.

           PERFORM 2100-READ-RATE-REC
               THRU 2100-READ-RATE-REC-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-RATE-CARD - A MISSING OR BLANK RATE DATE MEANS      *
      * TODAY; A BLANK TOLERANCE DEFAULTS TO 5 PERCENT.  A VALUE      *
      * PRESENT BUT GARBLED IS AN OPERATOR KEYING ERROR AND FAILS     *
      * THE STEP BEFORE ANY RATE IS LOOKED AT.                        *
      *================================================================*
       1100-EDIT-RATE-CARD.
           MOVE WS-RUN-DATE TO WS-RATE-DATE.
           MOVE SPACES      TO WS-WITHDRAWN-TABLE.

           READ SUMA-RATE-CARD-FILE
               AT END
                   DISPLAY "SUMARLC CARD MISSING - RATES FOR TODAY, "
                       "TOLERANCE 5 PCT"
                   GO TO 1100-EDIT-RATE-CARD-EXIT
           END-READ.

           IF RL-RATE-DATE = SPACES
               CONTINUE
           ELSE
               IF RL-RATE-DATE IS NOT NUMERIC
                   DISPLAY "SUMARLC RATE DATE NOT NUMERIC: "
                       RL-RATE-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE RL-RATE-DATE TO WS-RATE-DATE
               END-IF
           END-IF.

           IF RL-MAX-SWING-PCT = SPACES
               CONTINUE
           ELSE
               IF RL-MAX-SWING-PCT IS NOT NUMERIC
                   OR RL-MAX-SWING-PCT-N = ZERO
                   DISPLAY "SUMARLC TOLERANCE NOT NUMERIC OR ZERO: "
                       RL-MAX-SWING-PCT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE RL-MAX-SWING-PCT-N TO WS-MAX-SWING-PCT
               END-IF
           END-IF.

           MOVE RL-WITHDRAWN-LIST TO WS-WITHDRAWN-TABLE.

           DISPLAY "LOADING RATES FOR " WS-RATE-DATE
               ", SWING TOLERANCE " WS-MAX-SWING-PCT " PCT".
       1100-EDIT-RATE-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1200-FIND-PRIOR-RATES - READ THE RATE HISTORY FROM THE FIRST  *
      * OF THE MONTH BEFORE THE RATE DATE UP TO THE RATE DATE, AND    *
      * KEEP THE RATES OF THE LATEST DATE SEEN - THAT IS "YESTERDAY"  *
      * FOR THE EDIT.  A RECORD ALREADY ON FILE FOR THE RATE DATE     *
      * ITSELF MEANS THIS IS A RELOAD, WHICH REPLACES THAT DATE.      *
      *================================================================*
       1200-FIND-PRIOR-RATES.
           MOVE WS-RATE-DATE TO WS-WINDOW-DATE.
           IF WS-WINDOW-MM = 1
               SUBTRACT 1 FROM WS-WINDOW-CCYY
               MOVE 12 TO WS-WINDOW-MM
           ELSE
               SUBTRACT 1 FROM WS-WINDOW-MM
           END-IF.
           MOVE 1 TO WS-WINDOW-DD.

           MOVE WS-WINDOW-DATE TO RH-RATE-DATE.
           MOVE LOW-VALUES     TO RH-CURRENCY-CODE.

           START SUMA-RATE-HIST-FILE KEY IS NOT LESS THAN RH-KEY.

           EVALUATE WS-RHS-FILE-STATUS
               WHEN "00"
                   SET WS-HIST-EOF-NO TO TRUE
                   PERFORM 1250-READ-PRIOR-REC
                       THRU 1250-READ-PRIOR-REC-EXIT
                       UNTIL WS-HIST-EOF-YES
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMARHST START FAILED - FILE STATUS "
                       WS-RHS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-PRIOR-DATE = ZERO
               DISPLAY "NO RATES ON FILE SINCE " WS-WINDOW-DATE
                   " - DAY-OVER-DAY EDIT NOT APPLIED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               DISPLAY "COMPARING WITH RATES OF " WS-PRIOR-DATE
                   ": " WS-PRIOR-COUNT
           END-IF.

           IF WS-RELOAD-YES
               DISPLAY "RATES ALREADY ON FILE FOR " WS-RATE-DATE
                   " - THIS LOAD REPLACES THEM"
           END-IF.
       1200-FIND-PRIOR-RATES-EXIT.
           EXIT.

      *================================================================*
      * 1250-READ-PRIOR-REC - READ THE NEXT HISTORY RECORD; A NEW     *
      * DATE STARTS THE PRIOR TABLE OVER, SO THE TABLE ENDS HOLDING   *
      * THE LATEST DATE BEFORE THE RATE DATE.                         *
      *================================================================*
       1250-READ-PRIOR-REC.
           READ SUMA-RATE-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
                   GO TO 1250-READ-PRIOR-REC-EXIT
           END-READ.

           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST READ FAILED - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RH-RATE-DATE NOT < WS-RATE-DATE
               IF RH-RATE-DATE = WS-RATE-DATE
                   SET WS-RELOAD-YES TO TRUE
               END-IF
               SET WS-HIST-EOF-YES TO TRUE
               GO TO 1250-READ-PRIOR-REC-EXIT
           END-IF.

           IF RH-RATE-DATE NOT = WS-PRIOR-DATE
               MOVE RH-RATE-DATE TO WS-PRIOR-DATE
               MOVE ZERO         TO WS-PRIOR-COUNT
               INITIALIZE WS-PRIOR-TABLE
           END-IF.

           IF WS-PRIOR-COUNT >= WS-MAX-RATES
               DISPLAY "MORE THAN " WS-MAX-RATES
                   " RATES ON FILE FOR " WS-PRIOR-DATE
                   " - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PRIOR-COUNT.
           MOVE RH-CURRENCY-CODE TO WS-PRT-CURRENCY (WS-PRIOR-COUNT).
           MOVE RH-RATE          TO WS-PRT-RATE (WS-PRIOR-COUNT).
       1250-READ-PRIOR-REC-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-RATE-REC - EDIT ONE SUMARATE CARD, TABLE IT IF   *
      * IT IS USABLE, AND PRINT IT WITH ITS RESULT.                   *
      *================================================================*
       2000-PROCESS-RATE-REC.
           ADD 1 TO WS-READ-COUNT.

           SET WS-RESULT-OK TO TRUE.
           MOVE "OK" TO WS-RESULT-TEXT.
           MOVE ZERO TO WS-SWING-PCT.

           PERFORM 2200-EDIT-RATE-REC
               THRU 2200-EDIT-RATE-REC-EXIT.

           MOVE RT-CURRENCY-CODE TO WSD-CURRENCY.
           IF RT-RATE IS NUMERIC
               MOVE RT-RATE TO WSD-RATE
           ELSE
               MOVE SPACES  TO WSD-RATE-X
           END-IF.

           IF WS-RESULT-ERROR
               MOVE SPACES TO WSD-PRIOR-RATE-X
                              WSD-SWING-PCT-X
           ELSE
               PERFORM 2300-COMPARE-PRIOR
                   THRU 2300-COMPARE-PRIOR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-RESULT-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-RESULT-WARNING
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.

           PERFORM 2100-READ-RATE-REC
               THRU 2100-READ-RATE-REC-EXIT.
       2000-PROCESS-RATE-REC-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-RATE-REC - READ THE NEXT SUMARATE CARD, SET EOF     *
      *================================================================*
       2100-READ-RATE-REC.
           READ SUMA-RATE-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-RATE-REC-EXIT
           END-READ.
       2100-READ-RATE-REC-EXIT.
           EXIT.

      *================================================================*
      * 2200-EDIT-RATE-REC - A CARD WITH NO CURRENCY, A RATE THAT IS  *
      * NOT NUMERIC OR IS ZERO, A CURRENCY ALREADY SEEN ON THIS FILE, *
      * OR ONE MORE CURRENCY THAN THE NIGHTLY RUN CAN TABLE FAILS;    *
      * ANYTHING ELSE IS TABLED FOR THE COMPARISON AND THE SAVE.      *
      *================================================================*
       2200-EDIT-RATE-REC.
           IF RT-CURRENCY-CODE = SPACES
               SET WS-RESULT-ERROR TO TRUE
               MOVE "CURRENCY CODE BLANK" TO WS-RESULT-TEXT
               GO TO 2200-EDIT-RATE-REC-EXIT
           END-IF.

           IF RT-RATE IS NOT NUMERIC
               SET WS-RESULT-ERROR TO TRUE
               MOVE "RATE NOT NUMERIC" TO WS-RESULT-TEXT
               GO TO 2200-EDIT-RATE-REC-EXIT
           END-IF.

           IF RT-RATE = ZERO
               SET WS-RESULT-ERROR TO TRUE
               MOVE "ZERO RATE" TO WS-RESULT-TEXT
               GO TO 2200-EDIT-RATE-REC-EXIT
           END-IF.

           SET WS-FOUND-NO TO TRUE.
           PERFORM 2250-MATCH-RATE
               THRU 2250-MATCH-RATE-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET WS-RESULT-ERROR TO TRUE
               MOVE "DUPLICATE CURRENCY ON FILE" TO WS-RESULT-TEXT
               GO TO 2200-EDIT-RATE-REC-EXIT
           END-IF.

           IF WS-RATE-COUNT >= WS-MAX-RATES
               SET WS-RESULT-ERROR TO TRUE
               MOVE "MORE THAN 20 CURRENCIES ON FILE"
                   TO WS-RESULT-TEXT
               GO TO 2200-EDIT-RATE-REC-EXIT
           END-IF.

           ADD 1 TO WS-RATE-COUNT.
           MOVE RT-CURRENCY-CODE TO WS-RTE-CURRENCY (WS-RATE-COUNT).
           MOVE RT-RATE          TO WS-RTE-RATE (WS-RATE-COUNT).
           MOVE WS-RATE-COUNT    TO WS-RATE-SLOT.
       2200-EDIT-RATE-REC-EXIT.
           EXIT.

      *================================================================*
      * 2250-MATCH-RATE - IF THIS TABLE ENTRY IS THE CARD'S CURRENCY, *
      * STOP THE SCAN.                                                *
      *================================================================*
       2250-MATCH-RATE.
           IF WS-RTE-CURRENCY (WS-RATE-IDX) = RT-CURRENCY-CODE
               SET WS-FOUND-YES TO TRUE
           END-IF.
       2250-MATCH-RATE-EXIT.
           EXIT.

      *================================================================*
      * 2300-COMPARE-PRIOR - MEASURE THE CURRENCY'S MOVE AGAINST THE  *
      * PRIOR RATE DATE AS A PERCENTAGE OF THE PRIOR RATE.  A MOVE    *
      * EITHER WAY BEYOND THE TOLERANCE FAILS THE FILE; A CURRENCY    *
      * NOT QUOTED ON THE PRIOR DATE IS LOADED WITH A WARNING.        *
      *================================================================*
       2300-COMPARE-PRIOR.
           MOVE SPACES TO WSD-PRIOR-RATE-X
                          WSD-SWING-PCT-X.

           IF WS-PRIOR-DATE = ZERO
               GO TO 2300-COMPARE-PRIOR-EXIT
           END-IF.

           SET WS-FOUND-NO TO TRUE.
           PERFORM 2350-MATCH-PRIOR
               THRU 2350-MATCH-PRIOR-EXIT
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                   OR WS-FOUND-YES.

           IF WS-FOUND-NO
               SET WS-RESULT-WARNING TO TRUE
               MOVE "NEW CURRENCY - NO PRIOR RATE" TO WS-RESULT-TEXT
               GO TO 2300-COMPARE-PRIOR-EXIT
           END-IF.

           SET WS-PRT-MATCHED (WS-PRIOR-SLOT) TO TRUE.
           MOVE WS-PRT-RATE (WS-PRIOR-SLOT)
               TO WS-RTE-PRIOR-RATE (WS-RATE-SLOT).

      *    A SWING TOO LARGE FOR THE FIELD IS PINNED AT ITS TOP, SO
      *    IT STILL FAILS THE TOLERANCE INSTEAD OF PRINTING TRUNCATED.
           COMPUTE WS-SWING-PCT ROUNDED =
               (RT-RATE - WS-PRT-RATE (WS-PRIOR-SLOT)) * 100
                   / WS-PRT-RATE (WS-PRIOR-SLOT)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-SWING-PCT
           END-COMPUTE.

           IF WS-SWING-PCT < ZERO
               COMPUTE WS-ABS-SWING-PCT = ZERO - WS-SWING-PCT
           ELSE
               MOVE WS-SWING-PCT TO WS-ABS-SWING-PCT
           END-IF.

           MOVE WS-PRT-RATE (WS-PRIOR-SLOT) TO WSD-PRIOR-RATE.
           MOVE WS-SWING-PCT                TO WSD-SWING-PCT.

           IF WS-ABS-SWING-PCT > WS-MAX-SWING-PCT
               SET WS-RESULT-ERROR TO TRUE
               MOVE "*** SWING OVER TOLERANCE" TO WS-RESULT-TEXT
           END-IF.
       2300-COMPARE-PRIOR-EXIT.
           EXIT.

      *================================================================*
      * 2350-MATCH-PRIOR - IF THIS PRIOR RATE IS THE CARD'S CURRENCY, *
      * REMEMBER ITS SLOT AND STOP THE SCAN.                          *
      *================================================================*
       2350-MATCH-PRIOR.
           IF WS-PRT-CURRENCY (WS-PRIOR-IDX) = RT-CURRENCY-CODE
               SET WS-FOUND-YES TO TRUE
               MOVE WS-PRIOR-IDX TO WS-PRIOR-SLOT
           END-IF.
       2350-MATCH-PRIOR-EXIT.
           EXIT.

      *================================================================*
      * 2500-CHECK-MISSING - A CURRENCY QUOTED ON THE PRIOR RATE DATE *
      * THAT NO CARD MATCHED IS MISSING TODAY AND FAILS THE FILE,     *
      * UNLESS THE CONTROL CARD LISTS IT AS WITHDRAWN.                *
      *================================================================*
       2500-CHECK-MISSING.
           IF WS-PRT-MATCHED (WS-PRIOR-IDX)
               GO TO 2500-CHECK-MISSING-EXIT
           END-IF.

           SET WS-FOUND-NO TO TRUE.
           PERFORM 2550-MATCH-WITHDRAWN
               THRU 2550-MATCH-WITHDRAWN-EXIT
               VARYING WS-WDR-IDX FROM 1 BY 1
               UNTIL WS-WDR-IDX > WS-MAX-WITHDRAWN
                   OR WS-FOUND-YES.

           IF WS-FOUND-YES
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "WITHDRAWN - NO LONGER QUOTED" TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "*** QUOTED ON PRIOR DATE, MISSING TODAY"
                   TO WS-RESULT-TEXT
           END-IF.

           MOVE WS-PRT-CURRENCY (WS-PRIOR-IDX) TO WSD-CURRENCY.
           MOVE SPACES                         TO WSD-RATE-X
                                                  WSD-SWING-PCT-X.
           MOVE WS-PRT-RATE (WS-PRIOR-IDX)     TO WSD-PRIOR-RATE.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.
       2500-CHECK-MISSING-EXIT.
           EXIT.

      *================================================================*
      * 2550-MATCH-WITHDRAWN - IF THIS CONTROL-CARD ENTRY NAMES THE   *
      * MISSING CURRENCY, STOP THE SCAN.                              *
      *================================================================*
       2550-MATCH-WITHDRAWN.
           IF WS-WDR-CURRENCY (WS-WDR-IDX) =
                   WS-PRT-CURRENCY (WS-PRIOR-IDX)
               SET WS-FOUND-YES TO TRUE
           END-IF.
       2550-MATCH-WITHDRAWN-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CURRENCY WITH ITS RESULT,  *
      * ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.          *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-RESULT-TEXT TO WSD-RESULT.

           WRITE SUMA-RATE-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE RATE    *
      * DATE HEADING AND COLUMN TITLES.                               *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT    TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE      TO WSH2-RUN-DATE.
           MOVE WS-RATE-DATE     TO WSH2-RATE-DATE.
           MOVE WS-PRIOR-DATE    TO WSH2-PRIOR-DATE.
           MOVE WS-MAX-SWING-PCT TO WSH2-MAX-SWING-PCT.

           WRITE SUMA-RATE-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-RATE-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-SAVE-RATES - ONLY A FILE THAT PASSED EVERY EDIT GOES TO  *
      * THE RATE HISTORY.  A RELOAD FIRST DELETES WHAT AN EARLIER     *
      * LOAD OF THE SAME RATE DATE LEFT, SO A CURRENCY DROPPED FROM   *
      * THE CORRECTED FILE DOES NOT LINGER.                           *
      *================================================================*
       4000-SAVE-RATES.
           IF WS-ERROR-COUNT > ZERO
               GO TO 4000-SAVE-RATES-EXIT
           END-IF.

           IF WS-RELOAD-YES
               MOVE WS-RATE-DATE TO RH-RATE-DATE
               MOVE LOW-VALUES   TO RH-CURRENCY-CODE
               START SUMA-RATE-HIST-FILE KEY IS NOT LESS THAN RH-KEY
               IF WS-RHS-FILE-STATUS NOT = "00"
                   DISPLAY "SUMARHST START FAILED - FILE STATUS "
                       WS-RHS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HIST-EOF-NO TO TRUE
               PERFORM 4100-DELETE-ONE-OLD
                   THRU 4100-DELETE-ONE-OLD-EXIT
                   UNTIL WS-HIST-EOF-YES
           END-IF.

           PERFORM 4200-WRITE-ONE-RATE
               THRU 4200-WRITE-ONE-RATE-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
       4000-SAVE-RATES-EXIT.
           EXIT.

      *================================================================*
      * 4100-DELETE-ONE-OLD - READ THE NEXT HISTORY RECORD AND DELETE *
      * IT IF IT IS STILL OF THE RATE DATE BEING RELOADED.            *
      *================================================================*
       4100-DELETE-ONE-OLD.
           READ SUMA-RATE-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
                   GO TO 4100-DELETE-ONE-OLD-EXIT
           END-READ.

           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST READ FAILED - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RH-RATE-DATE NOT = WS-RATE-DATE
               SET WS-HIST-EOF-YES TO TRUE
               GO TO 4100-DELETE-ONE-OLD-EXIT
           END-IF.

           DELETE SUMA-RATE-HIST-FILE RECORD.

           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST DELETE FAILED FOR "
                   RH-CURRENCY-CODE " - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-REPLACED-COUNT.
       4100-DELETE-ONE-OLD-EXIT.
           EXIT.

      *================================================================*
      * 4200-WRITE-ONE-RATE - PUT ONE EDITED RATE ON THE HISTORY WITH *
      * THE PRIOR RATE IT WAS MEASURED AGAINST.                       *
      *================================================================*
       4200-WRITE-ONE-RATE.
           MOVE WS-RATE-DATE                  TO RH-RATE-DATE.
           MOVE WS-RTE-CURRENCY (WS-RATE-IDX) TO RH-CURRENCY-CODE.
           MOVE WS-RTE-RATE (WS-RATE-IDX)     TO RH-RATE.
           MOVE WS-RTE-PRIOR-RATE (WS-RATE-IDX)
                                              TO RH-PRIOR-RATE.
           IF RH-PRIOR-RATE = ZERO
               MOVE ZERO          TO RH-PRIOR-DATE
           ELSE
               MOVE WS-PRIOR-DATE TO RH-PRIOR-DATE
           END-IF.
           MOVE WS-RUN-DATE                   TO RH-LOAD-DATE.

           WRITE SUMA-RATE-HIST-REC.

           IF WS-RHS-FILE-STATUS NOT = "00"
               DISPLAY "SUMARHST WRITE FAILED FOR "
                   RH-CURRENCY-CODE " - FILE STATUS "
                   WS-RHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SAVED-COUNT.
       4200-WRITE-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS AND THE VERDICT, CLOSE  *
      * FILES, AND SET RETURN-CODE 12 WHEN THE FILE FAILED THE EDIT   *
      * (NOTHING SAVED) OR 4 WHEN IT LOADED WITH WARNINGS.            *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "RATE CARDS READ ............" TO WSC-LABEL.
           MOVE WS-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "PRIOR-DATE CURRENCIES ......" TO WSC-LABEL.
           MOVE WS-PRIOR-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CURRENCIES WITHDRAWN ......." TO WSC-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "EDIT FAILURES .............." TO WSC-LABEL.
           MOVE WS-ERROR-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "WARNINGS ..................." TO WSC-LABEL.
           MOVE WS-WARNING-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "EARLIER LOAD REPLACED ......" TO WSC-LABEL.
           MOVE WS-REPLACED-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RATES SAVED TO HISTORY ....." TO WSC-LABEL.
           MOVE WS-SAVED-COUNT TO WSC-COUNT.
           WRITE SUMA-RATE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE "*** RATE FILE FAILED THE EDIT - NOT LOADED"
                       TO WSS-STATUS
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE "RATE FILE LOADED WITH WARNINGS - SEE ABOVE"
                       TO WSS-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RATE FILE LOADED" TO WSS-STATUS
           END-EVALUATE.

           WRITE SUMA-RATE-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-RATE-FILE
                 SUMA-RATE-HIST-FILE
                 SUMA-RATE-REPORT-FILE.

           DISPLAY "SUMATASA - " WSS-STATUS.
           DISPLAY "SUMATASA - RATES SAVED:        " WS-SAVED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
