      *================================================================*
      * PROGRAM-ID.  SumaMuestra                                      *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - INTERNAL-AUDIT SAMPLE SELECTION.
      *                READS THE SUMAUDIT TRAIL (WITH THE YEARLY
      *                ARCHIVES CONCATENATED IN FRONT) FOR THE RUN-
      *                DATE RANGE ON THE SUMAMUC CARD.  EVERY SUMMED
      *                ENTRY IN RANGE (NIGHTLY OR "R" RESUBMISSION -
      *                NOT "B" REVERSALS, NOT "W" WRITE-OFFS) IS THE
      *                POPULATION.  EVERY ENTRY OVER THE HIGH-VALUE
      *                THRESHOLD IS TAKEN; THE REST ARE STRATIFIED BY
      *                COST CENTER AND A REPRODUCIBLE SEEDED SAMPLE,
      *                AT RANDOM BY ITEM OR BY MONETARY UNIT, IS
      *                DRAWN ACROSS THE STRATA IN PROPORTION.  EACH
      *                SAMPLED ITEM IS CUT TO SUMAMUO WITH ITS MASTER
      *                DESCRIPTION, GL ACCOUNT AND ANY RECYCLE OR
      *                WRITE-OFF HISTORY ON THE TRAIL, AND PRINTED ON
      *                THE SELECTION REPORT WITH THE STRATUM SUMMARY
      *                AND POPULATION AND SAMPLE TOTALS.  RETURN-CODE
      *                4 FOR A SAMPLE SMALLER THAN ASKED FOR, 12 WHEN
      *                NO SAMPLE CAN BE DRAWN, 16 FOR A BAD CARD OR
      *                FILE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaMuestra.
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
           SELECT SUMA-SAMPLE-CARD-FILE ASSIGN TO SUMAMUC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-AUDIT-FILE ASSIGN TO SUMAUDIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-MASTER-FILE ASSIGN TO SUMAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-TRANS-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-SAMPLE-FILE ASSIGN TO SUMAMUO
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-SAMPLE-REPORT-FILE ASSIGN TO SUMAMURP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-SAMPLE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAMUC.

       FD  SUMA-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAUD.

       FD  SUMA-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAMST.

       FD  SUMA-CCMAST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-SAMPLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAMUO.

       FD  SUMA-SAMPLE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-SAMPLE-REPORT-LINE         PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-METHOD-SW            PIC X(01)   VALUE "R".
               88  WS-METHOD-RANDOM                VALUE "R".
               88  WS-METHOD-MONETARY              VALUE "M".
           05  WS-THRESHOLD-SW         PIC X(01)   VALUE "N".
               88  WS-THRESHOLD-USED               VALUE "Y".
               88  WS-THRESHOLD-NOT-USED           VALUE "N".
           05  WS-ENTRY-SW             PIC X(01)   VALUE SPACE.
               88  WS-ENTRY-OUTSIDE                VALUE "O" "B" "W".
               88  WS-ENTRY-REVERSAL               VALUE "B".
               88  WS-ENTRY-WRITE-OFF              VALUE "W".
               88  WS-ENTRY-HIGH-VALUE             VALUE "H".
               88  WS-ENTRY-STATISTICAL            VALUE "S".
           05  WS-PART-SW              PIC X(01)   VALUE "D".
               88  WS-PART-DETAIL                  VALUE "D".
               88  WS-PART-STRATA                  VALUE "S".

       77  WS-TRAIL-SEQ                PIC 9(09)   COMP    VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(09)   COMP    VALUE ZERO.
       77  WS-REVERSAL-COUNT           PIC 9(09)   COMP    VALUE ZERO.
       77  WS-WRITEOFF-COUNT           PIC 9(09)   COMP    VALUE ZERO.
       77  WS-POP-COUNT                PIC 9(09)   COMP    VALUE ZERO.
       77  WS-HV-COUNT                 PIC 9(09)   COMP    VALUE ZERO.
       77  WS-REST-COUNT               PIC 9(09)   COMP    VALUE ZERO.
       77  WS-SAMPLE-SIZE              PIC 9(04)   COMP    VALUE ZERO.
       77  WS-DRAW-SIZE                PIC 9(04)   COMP    VALUE ZERO.
       77  WS-DRAWN-COUNT              PIC 9(04)   COMP    VALUE ZERO.
       77  WS-EXTRA-HITS               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-HISTORY-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ALLOC-TO-DATE            PIC 9(04)   COMP    VALUE ZERO.
       77  WS-ALLOC-PRIOR              PIC 9(04)   COMP    VALUE ZERO.
       77  WS-STR-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-STR-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-STR-COUNT                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-STRATA               PIC 9(03)   COMP    VALUE 300.
       77  WS-SMP-IDX                  PIC 9(04)   COMP    VALUE ZERO.
       77  WS-SMP-COUNT                PIC 9(04)   COMP    VALUE ZERO.
       77  WS-MAX-SAMPLE               PIC 9(04)   COMP    VALUE 2000.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-MST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-SEED                     PIC 9(09)   VALUE ZERO.
       01  WS-THRESHOLD                PIC 9(09)V99 VALUE ZERO.
       01  WS-EDIT-THRESHOLD           PIC Z(8)9.99.
       01  WS-GL-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-RESULT-TEXT              PIC X(60)   VALUE SPACES.

      *----------------------------------------------------------------
      *    MONEY - THE POPULATION, HIGH-VALUE AND SAMPLE TOTALS ARE
      *    NET (SIGNED); A MONETARY-UNIT DRAW WORKS ON THE ABSOLUTE
      *    AMOUNT, SO A CREDIT STANDS THE SAME CHANCE AS A DEBIT.
      *----------------------------------------------------------------
       01  WS-ABS-SUMA                 PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-POP-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-HV-AMOUNT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SAMPLE-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-REST-BASIS               PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CUM-BASIS                PIC 9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    THE SEEDED DRAW - A MULTIPLICATIVE CONGRUENTIAL GENERATOR
      *    (MULTIPLIER 16807, MODULUS 2**31 - 1), SO THE SAME SEED
      *    ALWAYS GIVES THE SAME STARTING POINTS ON ANY MACHINE.
      *----------------------------------------------------------------
       01  WS-RNG-STATE                PIC 9(10)   COMP-3 VALUE ZERO.
       01  WS-RNG-PRODUCT              PIC 9(15)   COMP-3 VALUE ZERO.
       01  WS-RNG-QUOTIENT             PIC 9(15)   COMP-3 VALUE ZERO.
       01  WS-RNG-MODULUS              PIC 9(10)   COMP-3
                                                   VALUE 2147483647.
       01  WS-RNG-FRACTION             PIC 9V9(09) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    ONE STRATUM PER COST CENTER, IN ORDER OF FIRST APPEARANCE
      *    ON THE TRAIL (ENTRIES WRITTEN BEFORE THE COST CENTER WAS
      *    CARRIED FALL IN THE SPACES STRATUM).  THE REST ITEMS ARE
      *    THOSE NOT TAKEN AS HIGH VALUE - THE ONES DRAWN FROM.  THE
      *    DRAW WALKS EACH STRATUM'S REST ITEMS (BY COUNT OR BY
      *    CUMULATIVE AMOUNT) AND TAKES THE ITEM EACH SELECTION POINT
      *    FALLS IN - ONE RANDOM START, THEN EVERY INTERVAL.
      *----------------------------------------------------------------
       01  WS-STRATUM-TABLE.
           05  WS-STR-ENTRY            OCCURS 300 TIMES.
               10  WS-STR-COST-CENTER  PIC X(04).
               10  WS-STR-POP-COUNT    PIC 9(09)   COMP.
               10  WS-STR-POP-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-STR-HV-COUNT     PIC 9(09)   COMP.
               10  WS-STR-REST-COUNT   PIC 9(09)   COMP.
               10  WS-STR-REST-ABS     PIC 9(13)V99 COMP-3.
               10  WS-STR-ALLOC        PIC 9(04)   COMP.
               10  WS-STR-DRAWN        PIC 9(04)   COMP.
               10  WS-STR-SMP-COUNT    PIC 9(04)   COMP.
               10  WS-STR-SMP-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-STR-SEEN         PIC 9(09)   COMP.
               10  WS-STR-CUM-ABS      PIC 9(13)V99 COMP-3.
               10  WS-STR-INTERVAL     PIC 9(13)V9(06) COMP-3.
               10  WS-STR-NEXT-POINT   PIC 9(13)V9(06) COMP-3.

      *----------------------------------------------------------------
      *    THE SAMPLE, IN TRAIL ORDER, WITH THE RECYCLE AND WRITE-OFF
      *    HISTORY GATHERED FOR EACH ITEM ON THE LAST PASS
      *----------------------------------------------------------------
       01  WS-SAMPLE-TABLE.
           05  WS-SMP-ENTRY            OCCURS 2000 TIMES.
               10  WS-SMP-TRAIL-SEQ    PIC 9(09)   COMP.
               10  WS-SMP-BASIS        PIC X(01).
               10  WS-SMP-TRANS-ID     PIC X(10).
               10  WS-SMP-RECORD-COUNT PIC 9(07).
               10  WS-SMP-RUN-DATE     PIC 9(08).
               10  WS-SMP-RUN-TIME     PIC 9(08).
               10  WS-SMP-JOB-ID       PIC X(08).
               10  WS-SMP-FLAG         PIC X(01).
               10  WS-SMP-AMOUNT-COUNT PIC 9(03).
               10  WS-SMP-SUMA         PIC S9(9)V99 COMP-3.
               10  WS-SMP-COST-CENTER  PIC X(04).
               10  WS-SMP-RCY-COUNT    PIC 9(03)   COMP.
               10  WS-SMP-RCY-DATE     PIC 9(08).
               10  WS-SMP-WOF-COUNT    PIC 9(03)   COMP.
               10  WS-SMP-WOF-DATE     PIC 9(08).

      *----------------------------------------------------------------
      *    SELECTION REPORT PRINT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(44)
                   VALUE "SUMAMUES - INTERNAL-AUDIT SAMPLE SELECTION".
           05  FILLER              PIC X(71) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(10) VALUE "   RANGE: ".
           05  WSH2-FROM-DATE      PIC 9(08).
           05  FILLER              PIC X(03) VALUE " - ".
           05  WSH2-TO-DATE        PIC 9(08).
           05  FILLER              PIC X(09) VALUE "   SEED: ".
           05  WSH2-SEED           PIC 9(09).
           05  FILLER              PIC X(11) VALUE "   METHOD: ".
           05  WSH2-METHOD         PIC X(16).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(13) VALUE "SAMPLE SIZE: ".
           05  WSH3-SAMPLE-SIZE    PIC ZZZ9.
           05  FILLER              PIC X(21)
                   VALUE "   HIGH VALUE OVER:  ".
           05  WSH3-THRESHOLD      PIC X(12).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  WS-DETAIL-TITLE-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(03) VALUE "B".
           05  FILLER              PIC X(12) VALUE "TRANS ID".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(09) VALUE "REC NO.".
           05  FILLER              PIC X(15) VALUE "       AMOUNT".
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(10) VALUE "GL ACCT".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(03) VALUE "F".
           05  FILLER              PIC X(14) VALUE "RCY  LAST RCY".
           05  FILLER              PIC X(12) VALUE "WOF LAST WOF".
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-BASIS           PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-TRANS-ID        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-SUMA            PIC -Z(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-GL-ACCOUNT      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-FLAG            PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RCY-COUNT       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-RCY-DATE        PIC Z(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-WOF-COUNT       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-WOF-DATE        PIC Z(08).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-STRATA-TITLE-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE "COST CTR".
           05  FILLER              PIC X(09) VALUE "POP ITEMS".
           05  FILLER              PIC X(17)
                   VALUE "       POP AMOUNT".
           05  FILLER              PIC X(09) VALUE " HV ITEMS".
           05  FILLER              PIC X(11) VALUE " REST ITEMS".
           05  FILLER              PIC X(07) VALUE "  ALLOC".
           05  FILLER              PIC X(07) VALUE "   HITS".
           05  FILLER              PIC X(07) VALUE " SAMPLE".
           05  FILLER              PIC X(17)
                   VALUE "    SAMPLE AMOUNT".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-STRATUM-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-COST-CENTER     PIC X(08).
           05  WSS-POP-COUNT       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-POP-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-HV-COUNT        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-REST-COUNT      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-ALLOC           PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-HITS            PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-SMP-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSS-SMP-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(28) VALUE SPACES.
           05  WST-AMOUNT          PIC -Z(12)9.99.
           05  FILLER              PIC X(87) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSX-STATUS          PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-MEASURE-POPULATION
               THRU 2000-MEASURE-POPULATION-EXIT.

           PERFORM 3000-ALLOCATE-SAMPLE
               THRU 3000-ALLOCATE-SAMPLE-EXIT.

           PERFORM 3500-SELECT-SAMPLE
               THRU 3500-SELECT-SAMPLE-EXIT.

           PERFORM 4000-GATHER-HISTORY
               THRU 4000-GATHER-HISTORY-EXIT.

           PERFORM 5000-WRITE-SAMPLE
               THRU 5000-WRITE-SAMPLE-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - READ AND EDIT THE SAMPLE CARD, OPEN THE     *
      * MASTERS AND THE OUTPUTS                                       *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAMUES - AUDIT SAMPLE SELECTION STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           INITIALIZE WS-STRATUM-TABLE
                      WS-SAMPLE-TABLE.

           OPEN INPUT  SUMA-SAMPLE-CARD-FILE.

           PERFORM 1100-EDIT-SAMPLE-CARD
               THRU 1100-EDIT-SAMPLE-CARD-EXIT.

           CLOSE SUMA-SAMPLE-CARD-FILE.

           OPEN INPUT SUMA-MASTER-FILE.
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAMAST OPEN FAILED - FILE STATUS "
                   WS-MST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-CCMAST-FILE.
           IF WS-CCM-FILE-STATUS NOT = "00"
               DISPLAY "SUMACCMT OPEN FAILED - FILE STATUS "
                   WS-CCM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUMA-SAMPLE-FILE.
           OPEN OUTPUT SUMA-SAMPLE-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-SAMPLE-CARD - THE FROM DATE AND SAMPLE SIZE MUST BE *
      * PUNCHED; A BLANK TO DATE, SEED OR THRESHOLD TAKES ITS         *
      * DEFAULT.  A FIELD PRESENT BUT GARBLED IS A KEYING ERROR AND   *
      * FAILS THE STEP BEFORE THE TRAIL IS READ - A SAMPLE DRAWN ON A *
      * MISREAD CARD CANNOT BE REPRODUCED.                            *
      *================================================================*
       1100-EDIT-SAMPLE-CARD.
           READ SUMA-SAMPLE-CARD-FILE
               AT END
                   DISPLAY "SUMAMUC SAMPLE CARD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF MC-FROM-DATE-N IS NOT NUMERIC
               DISPLAY "SUMAMUC FROM DATE MISSING OR NOT NUMERIC: "
                   MC-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MC-FROM-DATE-N TO WS-FROM-DATE.

           IF MC-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF MC-TO-DATE-N IS NOT NUMERIC
                   DISPLAY "SUMAMUC TO DATE NOT NUMERIC: " MC-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MC-TO-DATE-N TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SUMAMUC FROM DATE " WS-FROM-DATE
                   " IS AFTER THE TO DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MC-SAMPLE-SIZE-N IS NOT NUMERIC
               OR MC-SAMPLE-SIZE-N < 1
               OR MC-SAMPLE-SIZE-N > WS-MAX-SAMPLE
               DISPLAY "SUMAMUC SAMPLE SIZE INVALID: <"
                   MC-SAMPLE-SIZE "> - MUST BE 0001 TO 2000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MC-SAMPLE-SIZE-N TO WS-SAMPLE-SIZE.

           IF MC-SEED = SPACES
               MOVE WS-RUN-DATE TO WS-SEED
           ELSE
               IF MC-SEED-N IS NOT NUMERIC
                   DISPLAY "SUMAMUC SEED NOT NUMERIC: " MC-SEED
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MC-SEED-N TO WS-SEED
           END-IF.

           IF MC-THRESHOLD = SPACES
               CONTINUE
           ELSE
               IF MC-THRESHOLD-N IS NOT NUMERIC
                   DISPLAY "SUMAMUC THRESHOLD NOT NUMERIC: "
                       MC-THRESHOLD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MC-THRESHOLD-N TO WS-THRESHOLD
               SET WS-THRESHOLD-USED TO TRUE
           END-IF.

           IF NOT MC-METHOD-RANDOM
               AND NOT MC-METHOD-MONETARY
               DISPLAY "SUMAMUC METHOD INVALID: <" MC-METHOD
                   "> - MUST BE R, M OR BLANK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MC-METHOD-MONETARY
               SET WS-METHOD-MONETARY TO TRUE
           END-IF.

      *    A ZERO STATE WOULD REPEAT FOREVER - A ZERO SEED RUNS AS 1.
           IF WS-SEED = ZERO
               MOVE 1 TO WS-RNG-STATE
           ELSE
               MOVE WS-SEED TO WS-RNG-STATE
           END-IF.

           DISPLAY "SAMPLING " WS-FROM-DATE " - " WS-TO-DATE
               " SIZE " WS-SAMPLE-SIZE " SEED " WS-SEED
               " METHOD " WS-METHOD-SW.
       1100-EDIT-SAMPLE-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2000-MEASURE-POPULATION - FIRST PASS.  COUNT AND TOTAL THE    *
      * POPULATION, THE HIGH-VALUE ITEMS AND THE REST, STRATUM BY     *
      * STRATUM.                                                      *
      *================================================================*
       2000-MEASURE-POPULATION.
           PERFORM 2050-OPEN-TRAIL
               THRU 2050-OPEN-TRAIL-EXIT.

           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.

           PERFORM 2200-MEASURE-ONE-ENTRY
               THRU 2200-MEASURE-ONE-ENTRY-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2900-CLOSE-TRAIL
               THRU 2900-CLOSE-TRAIL-EXIT.

           IF WS-POP-COUNT = ZERO
               MOVE "*** NO SUMMED ENTRIES IN THE RANGE - NO SAMPLE"
                   TO WS-RESULT-TEXT
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-MEASURE-POPULATION-EXIT.
           EXIT.

      *================================================================*
      * 2050-OPEN-TRAIL - OPEN THE TRAIL AND RESET FOR A PASS OVER IT *
      *================================================================*
       2050-OPEN-TRAIL.
           SET WS-EOF-NO TO TRUE.
           MOVE ZERO TO WS-TRAIL-SEQ.

           OPEN INPUT SUMA-AUDIT-FILE.
       2050-OPEN-TRAIL-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-TRAIL - READ THE NEXT TRAIL ENTRY, SET EOF          *
      *================================================================*
       2100-READ-TRAIL.
           READ SUMA-AUDIT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-TRAIL-EXIT
           END-READ.

           ADD 1 TO WS-TRAIL-SEQ.
       2100-READ-TRAIL-EXIT.
           EXIT.

      *================================================================*
      * 2200-MEASURE-ONE-ENTRY - ADD ONE POPULATION ENTRY TO ITS      *
      * STRATUM, OPENING THE STRATUM ON ITS FIRST ENTRY.  TOO MANY    *
      * COST CENTERS FOR THE TABLE STOPS THE RUN - A SAMPLE THAT      *
      * LEFT SOME OUT WOULD NOT BE A SAMPLE OF THE POPULATION.        *
      *================================================================*
       2200-MEASURE-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT.

           PERFORM 2300-CLASSIFY-ENTRY
               THRU 2300-CLASSIFY-ENTRY-EXIT.

           IF WS-ENTRY-REVERSAL
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF.

           IF WS-ENTRY-WRITE-OFF
               ADD 1 TO WS-WRITEOFF-COUNT
           END-IF.

           IF WS-ENTRY-OUTSIDE
               GO TO 2200-READ-NEXT
           END-IF.

           PERFORM 2400-FIND-STRATUM
               THRU 2400-FIND-STRATUM-EXIT.

           IF WS-STR-SLOT = ZERO
               IF WS-STR-COUNT NOT < WS-MAX-STRATA
                   MOVE "*** MORE THAN 300 COST CENTERS - NO SAMPLE"
                       TO WS-RESULT-TEXT
                   PERFORM 9000-TERMINATE
                       THRU 9000-TERMINATE-EXIT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STR-COUNT
               MOVE WS-STR-COUNT   TO WS-STR-SLOT
               MOVE SA-COST-CENTER TO WS-STR-COST-CENTER (WS-STR-SLOT)
           END-IF.

           ADD 1       TO WS-POP-COUNT
                          WS-STR-POP-COUNT (WS-STR-SLOT).
           ADD SA-SUMA TO WS-POP-AMOUNT
                          WS-STR-POP-AMOUNT (WS-STR-SLOT).

           IF WS-ENTRY-HIGH-VALUE
               ADD 1       TO WS-HV-COUNT
                              WS-STR-HV-COUNT (WS-STR-SLOT)
               ADD SA-SUMA TO WS-HV-AMOUNT
           ELSE
               ADD 1           TO WS-REST-COUNT
                                  WS-STR-REST-COUNT (WS-STR-SLOT)
               ADD WS-ABS-SUMA TO WS-STR-REST-ABS (WS-STR-SLOT)
           END-IF.

       2200-READ-NEXT.
           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.
       2200-MEASURE-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 2300-CLASSIFY-ENTRY - IS THE ENTRY IN HAND OUTSIDE THE        *
      * POPULATION, A HIGH-VALUE ITEM, OR ONE OF THE REST?  ONLY      *
      * SUMMED ENTRIES ARE SAMPLED: A "B" REVERSAL UNDOES ONE, AND A  *
      * "W" WRITE-OFF WAS NEVER IN ANY TOTAL - BOTH SHOW UP ONLY AS   *
      * HISTORY.                                                      *
      *================================================================*
       2300-CLASSIFY-ENTRY.
           SET WS-ENTRY-OUTSIDE TO TRUE.

           IF SA-RUN-DATE < WS-FROM-DATE
               OR SA-RUN-DATE > WS-TO-DATE
               GO TO 2300-CLASSIFY-ENTRY-EXIT
           END-IF.

           IF SA-REVERSAL
               SET WS-ENTRY-REVERSAL TO TRUE
               GO TO 2300-CLASSIFY-ENTRY-EXIT
           END-IF.

           IF SA-WRITE-OFF
               SET WS-ENTRY-WRITE-OFF TO TRUE
               GO TO 2300-CLASSIFY-ENTRY-EXIT
           END-IF.

           IF SA-SUMA < ZERO
               COMPUTE WS-ABS-SUMA = ZERO - SA-SUMA
           ELSE
               MOVE SA-SUMA TO WS-ABS-SUMA
           END-IF.

           IF WS-THRESHOLD-USED
               AND WS-ABS-SUMA > WS-THRESHOLD
               SET WS-ENTRY-HIGH-VALUE TO TRUE
           ELSE
               SET WS-ENTRY-STATISTICAL TO TRUE
           END-IF.
       2300-CLASSIFY-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 2400-FIND-STRATUM - THE SLOT OF THE ENTRY'S COST CENTER IN    *
      * THE STRATUM TABLE, ZERO IF IT HAS NONE YET                    *
      *================================================================*
       2400-FIND-STRATUM.
           MOVE ZERO TO WS-STR-SLOT.

           PERFORM 2450-MATCH-STRATUM
               THRU 2450-MATCH-STRATUM-EXIT
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT
                  OR WS-STR-SLOT > ZERO.
       2400-FIND-STRATUM-EXIT.
           EXIT.

      *================================================================*
      * 2450-MATCH-STRATUM - REMEMBER THIS SLOT IF IT IS THE ENTRY'S  *
      *================================================================*
       2450-MATCH-STRATUM.
           IF WS-STR-COST-CENTER (WS-STR-IDX) = SA-COST-CENTER
               MOVE WS-STR-IDX TO WS-STR-SLOT
           END-IF.
       2450-MATCH-STRATUM-EXIT.
           EXIT.

      *================================================================*
      * 2900-CLOSE-TRAIL - CLOSE THE TRAIL AFTER A PASS               *
      *================================================================*
       2900-CLOSE-TRAIL.
           CLOSE SUMA-AUDIT-FILE.
       2900-CLOSE-TRAIL-EXIT.
           EXIT.

      *================================================================*
      * 3000-ALLOCATE-SAMPLE - SHARE THE SAMPLE SIZE OUT OVER THE     *
      * STRATA IN PROPORTION TO THEIR REST ITEMS (BY COUNT FOR A      *
      * RANDOM DRAW, BY AMOUNT FOR A MONETARY-UNIT DRAW).  EACH       *
      * STRATUM GETS THE ROUNDED CUMULATIVE SHARE LESS WHAT THE ONES  *
      * BEFORE IT GOT, SO THE SHARES ALWAYS ADD BACK TO THE SIZE.  A  *
      * SIZE LARGER THAN THE REST OF THE POPULATION TAKES IT ALL.     *
      *================================================================*
       3000-ALLOCATE-SAMPLE.
           IF WS-SAMPLE-SIZE > WS-REST-COUNT
               MOVE WS-REST-COUNT  TO WS-DRAW-SIZE
           ELSE
               MOVE WS-SAMPLE-SIZE TO WS-DRAW-SIZE
           END-IF.

           IF WS-HV-COUNT + WS-DRAW-SIZE > WS-MAX-SAMPLE
               MOVE "*** HIGH VALUE PLUS SAMPLE OVER 2000 - NO SAMPLE"
                   TO WS-RESULT-TEXT
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-REST-BASIS.
           IF WS-METHOD-MONETARY
               PERFORM 3050-ADD-REST-AMOUNT
                   THRU 3050-ADD-REST-AMOUNT-EXIT
                   VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > WS-STR-COUNT
           ELSE
               MOVE WS-REST-COUNT TO WS-REST-BASIS
           END-IF.

           IF WS-REST-BASIS = ZERO
               MOVE ZERO TO WS-DRAW-SIZE
               GO TO 3000-ALLOCATE-SAMPLE-EXIT
           END-IF.

           MOVE ZERO TO WS-CUM-BASIS.
           MOVE ZERO TO WS-ALLOC-PRIOR.
           PERFORM 3100-ALLOCATE-STRATUM
               THRU 3100-ALLOCATE-STRATUM-EXIT
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT.
       3000-ALLOCATE-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 3050-ADD-REST-AMOUNT - ONE STRATUM'S REST AMOUNT TO THE BASIS *
      *================================================================*
       3050-ADD-REST-AMOUNT.
           ADD WS-STR-REST-ABS (WS-STR-IDX) TO WS-REST-BASIS.
       3050-ADD-REST-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 3100-ALLOCATE-STRATUM - ONE STRATUM'S SHARE OF THE DRAW, ITS  *
      * SELECTION INTERVAL AND ITS RANDOM START WITHIN THE FIRST      *
      * INTERVAL.  STRATA ARE STARTED IN TABLE ORDER, SO THE SAME     *
      * SEED ON THE SAME TRAIL DRAWS THE SAME POINTS.                 *
      *================================================================*
       3100-ALLOCATE-STRATUM.
           IF WS-METHOD-MONETARY
               ADD WS-STR-REST-ABS (WS-STR-IDX)   TO WS-CUM-BASIS
           ELSE
               ADD WS-STR-REST-COUNT (WS-STR-IDX) TO WS-CUM-BASIS
           END-IF.

           COMPUTE WS-ALLOC-TO-DATE ROUNDED =
               WS-DRAW-SIZE * WS-CUM-BASIS / WS-REST-BASIS.

           COMPUTE WS-STR-ALLOC (WS-STR-IDX) =
               WS-ALLOC-TO-DATE - WS-ALLOC-PRIOR.
           MOVE WS-ALLOC-TO-DATE TO WS-ALLOC-PRIOR.

           IF WS-STR-ALLOC (WS-STR-IDX)
               > WS-STR-REST-COUNT (WS-STR-IDX)
               MOVE WS-STR-REST-COUNT (WS-STR-IDX)
                   TO WS-STR-ALLOC (WS-STR-IDX)
           END-IF.

           IF WS-STR-ALLOC (WS-STR-IDX) = ZERO
               GO TO 3100-ALLOCATE-STRATUM-EXIT
           END-IF.

           IF WS-METHOD-MONETARY
               COMPUTE WS-STR-INTERVAL (WS-STR-IDX) =
                   WS-STR-REST-ABS (WS-STR-IDX)
                 / WS-STR-ALLOC (WS-STR-IDX)
           ELSE
               COMPUTE WS-STR-INTERVAL (WS-STR-IDX) =
                   WS-STR-REST-COUNT (WS-STR-IDX)
                 / WS-STR-ALLOC (WS-STR-IDX)
           END-IF.

           PERFORM 3150-DRAW-RANDOM
               THRU 3150-DRAW-RANDOM-EXIT.

           COMPUTE WS-STR-NEXT-POINT (WS-STR-IDX) =
               WS-RNG-FRACTION * WS-STR-INTERVAL (WS-STR-IDX).
       3100-ALLOCATE-STRATUM-EXIT.
           EXIT.

      *================================================================*
      * 3150-DRAW-RANDOM - STEP THE GENERATOR AND RETURN THE NEW      *
      * STATE AS A FRACTION BETWEEN ZERO AND ONE                      *
      *================================================================*
       3150-DRAW-RANDOM.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807.

           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT
               REMAINDER WS-RNG-STATE.

           COMPUTE WS-RNG-FRACTION = WS-RNG-STATE / WS-RNG-MODULUS.
       3150-DRAW-RANDOM-EXIT.
           EXIT.

      *================================================================*
      * 3500-SELECT-SAMPLE - SECOND PASS.  TAKE EVERY HIGH-VALUE ITEM *
      * AND EVERY REST ITEM A SELECTION POINT FALLS IN.               *
      *================================================================*
       3500-SELECT-SAMPLE.
           PERFORM 2050-OPEN-TRAIL
               THRU 2050-OPEN-TRAIL-EXIT.

           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.

           PERFORM 3600-SELECT-ONE-ENTRY
               THRU 3600-SELECT-ONE-ENTRY-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2900-CLOSE-TRAIL
               THRU 2900-CLOSE-TRAIL-EXIT.
       3500-SELECT-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 3600-SELECT-ONE-ENTRY - CLASSIFY THE ENTRY AS THE FIRST PASS  *
      * DID AND DECIDE WHETHER IT IS IN THE SAMPLE                    *
      *================================================================*
       3600-SELECT-ONE-ENTRY.
           PERFORM 2300-CLASSIFY-ENTRY
               THRU 2300-CLASSIFY-ENTRY-EXIT.

           IF WS-ENTRY-OUTSIDE
               GO TO 3600-READ-NEXT
           END-IF.

           PERFORM 2400-FIND-STRATUM
               THRU 2400-FIND-STRATUM-EXIT.

           IF WS-ENTRY-HIGH-VALUE
               PERFORM 3800-ADD-TO-SAMPLE
                   THRU 3800-ADD-TO-SAMPLE-EXIT
               GO TO 3600-READ-NEXT
           END-IF.

           ADD 1 TO WS-STR-SEEN (WS-STR-SLOT).

           IF WS-STR-DRAWN (WS-STR-SLOT)
               NOT < WS-STR-ALLOC (WS-STR-SLOT)
               GO TO 3600-READ-NEXT
           END-IF.

           IF WS-METHOD-MONETARY
               PERFORM 3750-TAKE-MONETARY-ITEM
                   THRU 3750-TAKE-MONETARY-ITEM-EXIT
           ELSE
               PERFORM 3700-TAKE-RANDOM-ITEM
                   THRU 3700-TAKE-RANDOM-ITEM-EXIT
           END-IF.

       3600-READ-NEXT.
           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.
       3600-SELECT-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 3700-TAKE-RANDOM-ITEM - THE K-TH REST ITEM OF THE STRATUM     *
      * COVERS THE STRETCH (K-1, K].  TAKE IT WHEN THE NEXT SELECTION *
      * POINT FALLS THERE; THE INTERVAL IS NEVER LESS THAN ONE, SO NO *
      * ITEM IS HIT TWICE.                                            *
      *================================================================*
       3700-TAKE-RANDOM-ITEM.
           IF WS-STR-NEXT-POINT (WS-STR-SLOT)
               NOT < WS-STR-SEEN (WS-STR-SLOT)
               GO TO 3700-TAKE-RANDOM-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-STR-DRAWN (WS-STR-SLOT)
                    WS-DRAWN-COUNT.
           ADD WS-STR-INTERVAL (WS-STR-SLOT)
               TO WS-STR-NEXT-POINT (WS-STR-SLOT).

           PERFORM 3800-ADD-TO-SAMPLE
               THRU 3800-ADD-TO-SAMPLE-EXIT.
       3700-TAKE-RANDOM-ITEM-EXIT.
           EXIT.

      *================================================================*
      * 3750-TAKE-MONETARY-ITEM - THE ITEM COVERS ITS OWN STRETCH OF  *
      * THE STRATUM'S CUMULATIVE AMOUNT.  TAKE IT WHEN THE NEXT       *
      * SELECTION POINT FALLS THERE, THEN STEP PAST THE ITEM - AN     *
      * ITEM LARGER THAN THE INTERVAL MAY TAKE SEVERAL POINTS, BUT IT *
      * IS ONLY SAMPLED ONCE AND THE SAMPLE COMES OUT THAT MUCH       *
      * SMALLER.                                                      *
      *================================================================*
       3750-TAKE-MONETARY-ITEM.
           ADD WS-ABS-SUMA TO WS-STR-CUM-ABS (WS-STR-SLOT).

           IF WS-STR-NEXT-POINT (WS-STR-SLOT)
               NOT < WS-STR-CUM-ABS (WS-STR-SLOT)
               GO TO 3750-TAKE-MONETARY-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-STR-DRAWN (WS-STR-SLOT)
                    WS-DRAWN-COUNT.
           ADD WS-STR-INTERVAL (WS-STR-SLOT)
               TO WS-STR-NEXT-POINT (WS-STR-SLOT).

           PERFORM 3760-SKIP-EXTRA-HIT
               THRU 3760-SKIP-EXTRA-HIT-EXIT
               UNTIL WS-STR-NEXT-POINT (WS-STR-SLOT)
                   NOT < WS-STR-CUM-ABS (WS-STR-SLOT)
                  OR WS-STR-DRAWN (WS-STR-SLOT)
                   NOT < WS-STR-ALLOC (WS-STR-SLOT).

           PERFORM 3800-ADD-TO-SAMPLE
               THRU 3800-ADD-TO-SAMPLE-EXIT.
       3750-TAKE-MONETARY-ITEM-EXIT.
           EXIT.

      *================================================================*
      * 3760-SKIP-EXTRA-HIT - A FURTHER POINT INSIDE AN ITEM ALREADY  *
      * TAKEN.  IT COUNTS AGAINST THE STRATUM'S SHARE, SO THE DRAW    *
      * STILL ENDS WITHIN THE STRATUM.                                *
      *================================================================*
       3760-SKIP-EXTRA-HIT.
           ADD 1 TO WS-EXTRA-HITS.
           ADD 1 TO WS-STR-DRAWN (WS-STR-SLOT).
           ADD WS-STR-INTERVAL (WS-STR-SLOT)
               TO WS-STR-NEXT-POINT (WS-STR-SLOT).
       3760-SKIP-EXTRA-HIT-EXIT.
           EXIT.

      *================================================================*
      * 3800-ADD-TO-SAMPLE - HOLD THE ENTRY IN HAND IN THE SAMPLE     *
      * TABLE.  THE ROOM WAS PROVED BEFORE THE PASS STARTED.          *
      *================================================================*
       3800-ADD-TO-SAMPLE.
           ADD 1 TO WS-SMP-COUNT.
           MOVE WS-SMP-COUNT TO WS-SMP-IDX.

           MOVE WS-TRAIL-SEQ      TO WS-SMP-TRAIL-SEQ (WS-SMP-IDX).
           IF WS-ENTRY-HIGH-VALUE
               MOVE "H"           TO WS-SMP-BASIS (WS-SMP-IDX)
           ELSE
               MOVE "S"           TO WS-SMP-BASIS (WS-SMP-IDX)
           END-IF.
           MOVE SA-TRANS-ID       TO WS-SMP-TRANS-ID (WS-SMP-IDX).
           MOVE SA-RECORD-COUNT   TO WS-SMP-RECORD-COUNT (WS-SMP-IDX).
           MOVE SA-RUN-DATE       TO WS-SMP-RUN-DATE (WS-SMP-IDX).
           MOVE SA-RUN-TIME       TO WS-SMP-RUN-TIME (WS-SMP-IDX).
           MOVE SA-JOB-ID         TO WS-SMP-JOB-ID (WS-SMP-IDX).
           MOVE SA-RESUBMIT-FLAG  TO WS-SMP-FLAG (WS-SMP-IDX).
           MOVE SA-AMOUNT-COUNT   TO WS-SMP-AMOUNT-COUNT (WS-SMP-IDX).
           MOVE SA-SUMA           TO WS-SMP-SUMA (WS-SMP-IDX).
           MOVE SA-COST-CENTER    TO WS-SMP-COST-CENTER (WS-SMP-IDX).

           ADD 1       TO WS-STR-SMP-COUNT (WS-STR-SLOT).
           ADD SA-SUMA TO WS-STR-SMP-AMOUNT (WS-STR-SLOT)
                          WS-SAMPLE-AMOUNT.
       3800-ADD-TO-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 4000-GATHER-HISTORY - THIRD PASS, OVER THE WHOLE TRAIL WHATEVER*
      * THE DATE RANGE.  EVERY "R" RESUBMISSION AND "W" WRITE-OFF     *
      * FOR A SAMPLED TRANS ID IS COUNTED AGAINST THE SAMPLE ITEM,    *
      * WITH THE LATEST RUN DATE OF EACH.                             *
      *================================================================*
       4000-GATHER-HISTORY.
           IF WS-SMP-COUNT = ZERO
               GO TO 4000-GATHER-HISTORY-EXIT
           END-IF.

           PERFORM 2050-OPEN-TRAIL
               THRU 2050-OPEN-TRAIL-EXIT.

           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.

           PERFORM 4100-HISTORY-ONE-ENTRY
               THRU 4100-HISTORY-ONE-ENTRY-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2900-CLOSE-TRAIL
               THRU 2900-CLOSE-TRAIL-EXIT.
       4000-GATHER-HISTORY-EXIT.
           EXIT.

      *================================================================*
      * 4100-HISTORY-ONE-ENTRY - MATCH A RECYCLE OR WRITE-OFF ENTRY   *
      * AGAINST EVERY SAMPLE ITEM                                     *
      *================================================================*
       4100-HISTORY-ONE-ENTRY.
           IF SA-RESUBMISSION
               OR SA-WRITE-OFF
               ADD 1 TO WS-HISTORY-COUNT
               PERFORM 4150-MATCH-SAMPLE
                   THRU 4150-MATCH-SAMPLE-EXIT
                   VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-SMP-COUNT
           END-IF.

           PERFORM 2100-READ-TRAIL
               THRU 2100-READ-TRAIL-EXIT.
       4100-HISTORY-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 4150-MATCH-SAMPLE - COUNT THE ENTRY AGAINST THIS SAMPLE ITEM  *
      * IF IT IS FOR THE SAME TRANS ID - BUT NOT IF IT IS THE SAMPLED *
      * ENTRY ITSELF                                                  *
      *================================================================*
       4150-MATCH-SAMPLE.
           IF WS-SMP-TRANS-ID (WS-SMP-IDX) NOT = SA-TRANS-ID
               OR WS-SMP-TRAIL-SEQ (WS-SMP-IDX) = WS-TRAIL-SEQ
               GO TO 4150-MATCH-SAMPLE-EXIT
           END-IF.

           IF SA-RESUBMISSION
               ADD 1 TO WS-SMP-RCY-COUNT (WS-SMP-IDX)
               IF SA-RUN-DATE > WS-SMP-RCY-DATE (WS-SMP-IDX)
                   MOVE SA-RUN-DATE TO WS-SMP-RCY-DATE (WS-SMP-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SMP-WOF-COUNT (WS-SMP-IDX)
               IF SA-RUN-DATE > WS-SMP-WOF-DATE (WS-SMP-IDX)
                   MOVE SA-RUN-DATE TO WS-SMP-WOF-DATE (WS-SMP-IDX)
               END-IF
           END-IF.
       4150-MATCH-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 5000-WRITE-SAMPLE - CUT AND PRINT EVERY SAMPLE ITEM           *
      *================================================================*
       5000-WRITE-SAMPLE.
           SET WS-PART-DETAIL TO TRUE.

           PERFORM 5100-WRITE-ONE-SAMPLE
               THRU 5100-WRITE-ONE-SAMPLE-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       5000-WRITE-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 5100-WRITE-ONE-SAMPLE - LOOK UP THE ITEM'S DESCRIPTION AND GL *
      * ACCOUNT, CUT ITS SUMAMUO RECORD AND PRINT ITS DETAIL LINE     *
      *================================================================*
       5100-WRITE-ONE-SAMPLE.
           MOVE SPACES TO SUMA-SAMPLE-REC.

           PERFORM 5200-LOOKUP-MASTER
               THRU 5200-LOOKUP-MASTER-EXIT.

           PERFORM 5300-LOOKUP-GL-ACCOUNT
               THRU 5300-LOOKUP-GL-ACCOUNT-EXIT.

           MOVE WS-SMP-TRAIL-SEQ (WS-SMP-IDX)    TO MO-TRAIL-SEQ.
           MOVE WS-SMP-BASIS (WS-SMP-IDX)        TO MO-SELECT-BASIS.
           MOVE WS-SMP-TRANS-ID (WS-SMP-IDX)     TO MO-TRANS-ID.
           MOVE WS-SMP-RECORD-COUNT (WS-SMP-IDX) TO MO-RECORD-COUNT.
           MOVE WS-SMP-RUN-DATE (WS-SMP-IDX)     TO MO-RUN-DATE.
           MOVE WS-SMP-RUN-TIME (WS-SMP-IDX)     TO MO-RUN-TIME.
           MOVE WS-SMP-JOB-ID (WS-SMP-IDX)       TO MO-JOB-ID.
           MOVE WS-SMP-FLAG (WS-SMP-IDX)         TO MO-RESUBMIT-FLAG.
           MOVE WS-SMP-AMOUNT-COUNT (WS-SMP-IDX) TO MO-AMOUNT-COUNT.
           MOVE WS-SMP-SUMA (WS-SMP-IDX)         TO MO-SUMA.
           MOVE WS-SMP-COST-CENTER (WS-SMP-IDX)  TO MO-COST-CENTER.
           MOVE WS-SMP-RCY-COUNT (WS-SMP-IDX)    TO MO-RECYCLE-COUNT.
           MOVE WS-SMP-RCY-DATE (WS-SMP-IDX)
               TO MO-LAST-RECYCLE-DATE.
           MOVE WS-SMP-WOF-COUNT (WS-SMP-IDX)    TO MO-WRITEOFF-COUNT.
           MOVE WS-SMP-WOF-DATE (WS-SMP-IDX)
               TO MO-LAST-WRITEOFF-DATE.
           MOVE WS-SEED                          TO MO-SAMPLE-SEED.

           WRITE SUMA-SAMPLE-REC.

           PERFORM 5400-PRINT-SAMPLE-LINE
               THRU 5400-PRINT-SAMPLE-LINE-EXIT.
       5100-WRITE-ONE-SAMPLE-EXIT.
           EXIT.

      *================================================================*
      * 5200-LOOKUP-MASTER - THE ITEM'S DESCRIPTION OFF SUMAMAST.  AN *
      * ID SINCE DROPPED FROM THE MASTER IS STILL SAMPLED - THAT IS   *
      * ITSELF SOMETHING AUDIT WANTS TO SEE.                          *
      *================================================================*
       5200-LOOKUP-MASTER.
           MOVE WS-SMP-TRANS-ID (WS-SMP-IDX) TO SM-TRANS-ID.

           READ SUMA-MASTER-FILE.

           EVALUATE WS-MST-FILE-STATUS
               WHEN "00"
                   MOVE SM-DESCRIPTION    TO MO-DESCRIPTION
               WHEN "23"
                   MOVE "NOT ON SUMAMAST" TO MO-DESCRIPTION
               WHEN OTHER
                   DISPLAY "SUMAMAST READ FAILED - FILE STATUS "
                       WS-MST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       5200-LOOKUP-MASTER-EXIT.
           EXIT.

      *================================================================*
      * 5300-LOOKUP-GL-ACCOUNT - MAP THE ITEM'S COST CENTER TO THE GL *
      * ACCOUNT IN EFFECT ON ITS RUN DATE - THE ONE IT POSTED TO.  A  *
      * COST CENTER NO LONGER ON THE MASTER, ONE WITH NO MAPPING IN   *
      * EFFECT THAT DAY (OR THE SPACES OF PRE-FIELD TRAIL ENTRIES)    *
      * IS UNMAPPED.                                                  *
      *================================================================*
       5300-LOOKUP-GL-ACCOUNT.
           MOVE SPACES TO MO-GL-ACCOUNT.

           IF WS-SMP-COST-CENTER (WS-SMP-IDX) = SPACES
               GO TO 5300-LOOKUP-GL-ACCOUNT-EXIT
           END-IF.

           MOVE WS-SMP-COST-CENTER (WS-SMP-IDX) TO CM-COST-CENTER.
           MOVE WS-SMP-RUN-DATE (WS-SMP-IDX)    TO WS-GL-DATE.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   MOVE ZERO TO WS-MAP-SLOT
                   PERFORM 5350-MATCH-MAPPING
                       THRU 5350-MATCH-MAPPING-EXIT
                       VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > CM-MAP-COUNT
                   IF WS-MAP-SLOT > ZERO
                       MOVE CM-GL-ACCOUNT (WS-MAP-SLOT) TO MO-GL-ACCOUNT
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       5300-LOOKUP-GL-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      * 5350-MATCH-MAPPING - REMEMBER THIS DATED MAPPING IF IT WAS    *
      * IN EFFECT ON THE ITEM'S RUN DATE.  THE MASTER KEEPS THEM IN   *
      * DATE ORDER, SO THE LAST ONE REMEMBERED IS THE ONE THAT        *
      * APPLIES.                                                      *
      *================================================================*
       5350-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-GL-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       5350-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 5400-PRINT-SAMPLE-LINE - PRINT ONE SAMPLE ITEM, ROLLING TO A  *
      * NEW PAGE WHEN THE CURRENT PAGE IS FULL                        *
      *================================================================*
       5400-PRINT-SAMPLE-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 5500-WRITE-REPORT-HEADING
                   THRU 5500-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE MO-SELECT-BASIS       TO WSD-BASIS.
           MOVE MO-TRANS-ID           TO WSD-TRANS-ID.
           MOVE MO-RUN-DATE           TO WSD-RUN-DATE.
           MOVE MO-RECORD-COUNT       TO WSD-RECORD-COUNT.
           MOVE MO-SUMA               TO WSD-SUMA.
           MOVE MO-COST-CENTER        TO WSD-COST-CENTER.
           IF MO-GL-ACCOUNT = SPACES
               MOVE "UNMAPPED"        TO WSD-GL-ACCOUNT
           ELSE
               MOVE MO-GL-ACCOUNT     TO WSD-GL-ACCOUNT
           END-IF.
           MOVE MO-DESCRIPTION        TO WSD-DESCRIPTION.
           MOVE MO-RESUBMIT-FLAG      TO WSD-FLAG.
           MOVE MO-RECYCLE-COUNT      TO WSD-RCY-COUNT.
           MOVE MO-LAST-RECYCLE-DATE  TO WSD-RCY-DATE.
           MOVE MO-WRITEOFF-COUNT     TO WSD-WOF-COUNT.
           MOVE MO-LAST-WRITEOFF-DATE TO WSD-WOF-DATE.

           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       5400-PRINT-SAMPLE-LINE-EXIT.
           EXIT.

      *================================================================*
      * 5500-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE CARD    *
      * PARAMETERS AND THE COLUMN TITLES OF THE PART BEING PRINTED -  *
      * THE SAMPLE ITEMS OR THE STRATUM SUMMARY                       *
      *================================================================*
       5500-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT   TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE     TO WSH2-RUN-DATE.
           MOVE WS-FROM-DATE    TO WSH2-FROM-DATE.
           MOVE WS-TO-DATE      TO WSH2-TO-DATE.
           MOVE WS-SEED         TO WSH2-SEED.
           IF WS-METHOD-MONETARY
               MOVE "MONETARY UNIT"   TO WSH2-METHOD
           ELSE
               MOVE "RANDOM BY ITEM"  TO WSH2-METHOD
           END-IF.
           MOVE WS-SAMPLE-SIZE  TO WSH3-SAMPLE-SIZE.
           IF WS-THRESHOLD-USED
               MOVE WS-THRESHOLD      TO WS-EDIT-THRESHOLD
               MOVE WS-EDIT-THRESHOLD TO WSH3-THRESHOLD
           ELSE
               MOVE "NOT USED"        TO WSH3-THRESHOLD
           END-IF.

           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 1 LINE.

           IF WS-PART-DETAIL
               WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-DETAIL-TITLE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-STRATA-TITLE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       5500-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE STRATUM SUMMARY ON ITS OWN PAGE,   *
      * THEN THE POPULATION AND SAMPLE TOTALS AND THE RESULT, CLOSE   *
      * FILES.  ALSO PRINTS THE TOTALS ALONE WHEN NO SAMPLE COULD BE  *
      * DRAWN.                                                        *
      *================================================================*
       9000-TERMINATE.
           SET WS-PART-STRATA TO TRUE.
           PERFORM 5500-WRITE-REPORT-HEADING
               THRU 5500-WRITE-REPORT-HEADING-EXIT.

           PERFORM 9100-PRINT-STRATUM
               THRU 9100-PRINT-STRATUM-EXIT
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT.

           IF WS-LINE-COUNT + 17 > WS-MAX-LINES-PER-PAGE
               PERFORM 5500-WRITE-REPORT-HEADING
                   THRU 5500-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "TRAIL ENTRIES READ ........." TO WSC-LABEL.
           MOVE WS-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "REVERSALS LEFT OUT ........." TO WSC-LABEL.
           MOVE WS-REVERSAL-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "WRITE-OFFS LEFT OUT ........" TO WSC-LABEL.
           MOVE WS-WRITEOFF-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "POPULATION ITEMS ..........." TO WSC-LABEL.
           MOVE WS-POP-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "POPULATION AMOUNT .........." TO WST-LABEL.
           MOVE WS-POP-AMOUNT TO WST-AMOUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "HIGH-VALUE ITEMS ..........." TO WSC-LABEL.
           MOVE WS-HV-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "HIGH-VALUE AMOUNT .........." TO WST-LABEL.
           MOVE WS-HV-AMOUNT TO WST-AMOUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "SAMPLE SIZE ASKED FOR ......" TO WSC-LABEL.
           MOVE WS-SAMPLE-SIZE TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "ITEMS DRAWN ................" TO WSC-LABEL.
           MOVE WS-DRAWN-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "REPEAT MONETARY HITS ......." TO WSC-LABEL.
           MOVE WS-EXTRA-HITS TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "SAMPLE ITEMS ..............." TO WSC-LABEL.
           MOVE WS-SMP-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "SAMPLE AMOUNT .............." TO WST-LABEL.
           MOVE WS-SAMPLE-AMOUNT TO WST-AMOUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "HISTORY ENTRIES ON TRAIL ..." TO WSC-LABEL.
           MOVE WS-HISTORY-COUNT TO WSC-COUNT.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-RESULT-TEXT = SPACES
               IF WS-DRAWN-COUNT < WS-SAMPLE-SIZE
                   MOVE "SAMPLE SMALLER THAN ASKED FOR - SEE TOTALS"
                       TO WS-RESULT-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "SAMPLE SELECTED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

           MOVE WS-RESULT-TEXT TO WSX-STATUS.
           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-MASTER-FILE
                 SUMA-CCMAST-FILE
                 SUMA-SAMPLE-FILE
                 SUMA-SAMPLE-REPORT-FILE.

           DISPLAY "SUMAMUES - POPULATION ITEMS: " WS-POP-COUNT.
           DISPLAY "SUMAMUES - SAMPLE ITEMS:     " WS-SMP-COUNT.
           DISPLAY "SUMAMUES - " WS-RESULT-TEXT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================*
      * 9100-PRINT-STRATUM - ONE COST CENTER'S LINE OF THE STRATUM    *
      * SUMMARY                                                       *
      *================================================================*
       9100-PRINT-STRATUM.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 5500-WRITE-REPORT-HEADING
                   THRU 5500-WRITE-REPORT-HEADING-EXIT
           END-IF.

           IF WS-STR-COST-CENTER (WS-STR-IDX) = SPACES
               MOVE "(NONE)" TO WSS-COST-CENTER
           ELSE
               MOVE WS-STR-COST-CENTER (WS-STR-IDX) TO WSS-COST-CENTER
           END-IF.
           MOVE WS-STR-POP-COUNT (WS-STR-IDX)   TO WSS-POP-COUNT.
           MOVE WS-STR-POP-AMOUNT (WS-STR-IDX)  TO WSS-POP-AMOUNT.
           MOVE WS-STR-HV-COUNT (WS-STR-IDX)    TO WSS-HV-COUNT.
           MOVE WS-STR-REST-COUNT (WS-STR-IDX)  TO WSS-REST-COUNT.
           MOVE WS-STR-ALLOC (WS-STR-IDX)       TO WSS-ALLOC.
           MOVE WS-STR-DRAWN (WS-STR-IDX)       TO WSS-HITS.
           MOVE WS-STR-SMP-COUNT (WS-STR-IDX)   TO WSS-SMP-COUNT.
           MOVE WS-STR-SMP-AMOUNT (WS-STR-IDX)  TO WSS-SMP-AMOUNT.

           WRITE SUMA-SAMPLE-REPORT-LINE FROM WS-STRATUM-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       9100-PRINT-STRATUM-EXIT.
           EXIT.
