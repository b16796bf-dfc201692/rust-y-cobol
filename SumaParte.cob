      *                THE RECORD GROWS TO A 321-BYTE MAXIMUM.
      *                THE HASH STAYS IN ORIGINAL-CURRENCY TERMS,
      *                AS THE UPSTREAM TRAILERS ARE COMPUTED.
      * 10/15/2026 RA  THE LEG COUNT (2 TO 8) NOW COMES OFF THE SUMASPL
      *                CARD WITH UP TO SEVEN BOUNDARIES - A BLANK COUNT
      *                STILL MEANS FOUR.  SUMAOT1-SUMAOT8 ARE DECLARED;
      *                THE CARD'S LEGS MUST ALL BE ALLOCATED, AND A
      *                SPARE LEG'S DD, IF PRESENT, IS CUT AN EMPTY
      *                PARTITION (HEADER AND ZERO TRAILER) SO ONE
      *                EIGHT-LEG DECK RUNS ANY NIGHT'S SPLIT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaParte.
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-PART1-FILE ASSIGN TO SUMAOT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT1-FILE-STATUS.

           SELECT SUMA-PART2-FILE ASSIGN TO SUMAOT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT2-FILE-STATUS.

           SELECT SUMA-PART3-FILE ASSIGN TO SUMAOT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT3-FILE-STATUS.

           SELECT SUMA-PART4-FILE ASSIGN TO SUMAOT4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT4-FILE-STATUS.

           SELECT SUMA-PART5-FILE ASSIGN TO SUMAOT5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT5-FILE-STATUS.

           SELECT SUMA-PART6-FILE ASSIGN TO SUMAOT6
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT6-FILE-STATUS.

           SELECT SUMA-PART7-FILE ASSIGN TO SUMAOT7
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT7-FILE-STATUS.

           SELECT SUMA-PART8-FILE ASSIGN TO SUMAOT8
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT8-FILE-STATUS.

           SELECT SUMA-SPLIT-REPORT-FILE ASSIGN TO SUMASRPT
               ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
       01  SP4-REC                         PIC X(321).

       FD  SUMA-PART5-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-OUTPUT-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SP5-REC                         PIC X(321).

       FD  SUMA-PART6-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-OUTPUT-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SP6-REC                         PIC X(321).

       FD  SUMA-PART7-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-OUTPUT-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SP7-REC                         PIC X(321).

       FD  SUMA-PART8-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-OUTPUT-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SP8-REC                         PIC X(321).

       FD  SUMA-SPLIT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       77  WS-RECORD-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PART-NO                  PIC 9(01)   COMP    VALUE ZERO.
       77  WS-PART-IDX                 PIC 9(01)   COMP    VALUE ZERO.
       77  WS-BOUND-IDX                PIC 9(01)   COMP    VALUE ZERO.
       77  WS-LEG-COUNT                PIC 9(01)   COMP    VALUE ZERO.
       77  WS-MAX-LEGS                 PIC 9(01)   COMP    VALUE 8.
       77  WS-SPARE-COUNT              PIC 9(01)   COMP    VALUE ZERO.
       77  WS-AMOUNT-IDX               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-AMOUNT-POS               PIC 9(03)   COMP    VALUE ZERO.

       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PARTITION BOUNDARIES AND PER-PARTITION CONTROL FIGURES.  A
      *    PARTITION IS "A" (ONE OF THE CARD'S LEGS), "S" (A SPARE
      *    LEG WHOSE DD IS PRESENT - HEADER AND ZERO TRAILER ONLY) OR
      *    "N" (NOT ALLOCATED IN THIS DECK).
      *----------------------------------------------------------------
       01  WS-BOUNDARY-TABLE.
           05  WS-BOUNDARY             PIC X(10)   OCCURS 7 TIMES.

       01  WS-PART-TABLE.
           05  WS-PART-ENTRY           OCCURS 8 TIMES.
               10  WS-PT-REC-COUNT     PIC 9(07)   COMP.
               10  WS-PT-HASH-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-PT-STATE         PIC X(01).
                   88  WS-PT-ACTIVE                VALUE "A".
                   88  WS-PT-SPARE                 VALUE "S".
                   88  WS-PT-NOT-OPEN              VALUE "N".

       01  WS-PART-FILE-STATUSES.
           05  WS-OT1-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT2-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT3-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT4-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT5-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT6-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT7-FILE-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-OT8-FILE-STATUS      PIC X(02)   VALUE SPACES.
       01  WS-PART-STATUS-TABLE REDEFINES WS-PART-FILE-STATUSES.
           05  WS-PART-FILE-STATUS     PIC X(02)   OCCURS 8 TIMES.

       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.

           05  WSP-REC-COUNT       PIC ZZZZZZ9.
           05  FILLER              PIC X(07) VALUE "  HASH ".
           05  WSP-HASH-TOTAL      PIC -Z(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSP-NOTE            PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.

           OPEN INPUT  SUMA-SPLIT-CARD-FILE.
           OPEN INPUT  SUMA-INPUT-FILE.
           OPEN OUTPUT SUMA-SPLIT-REPORT-FILE.

           PERFORM 1100-EDIT-SPLIT-CARD
               THRU 1100-EDIT-SPLIT-CARD-EXIT.

           PERFORM 1200-OPEN-PARTITION
               THRU 1200-OPEN-PARTITION-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-MAX-LEGS.

           PERFORM 2100-READ-INPUT-REC
               THRU 2100-READ-INPUT-REC-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-SPLIT-CARD - THE LEG COUNT MUST BE 2 TO 8 (BLANK    *
      * MEANS FOUR), AND ITS LEG-COUNT LESS ONE BOUNDARIES MUST BE    *
      * PRESENT AND ASCENDING WITH THE REST BLANK, OR EVERY RUN       *
      * WOULD SILENTLY LEAN ON ONE PARTITION AND THE WINDOW GAINS     *
      * NOTHING.                                                      *
      *================================================================*
       1100-EDIT-SPLIT-CARD.
           READ SUMA-SPLIT-CARD-FILE
                   STOP RUN
           END-READ.

           IF SL-LEG-COUNT = SPACE
               MOVE 4 TO WS-LEG-COUNT
           ELSE
               IF SL-LEG-COUNT-N IS NOT NUMERIC
                   OR SL-LEG-COUNT-N < 2
                   OR SL-LEG-COUNT-N > WS-MAX-LEGS
                   DISPLAY "SUMASPL LEG COUNT INVALID: <"
                       SL-LEG-COUNT "> - MUST BE 2 TO 8"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SL-LEG-COUNT-N TO WS-LEG-COUNT
           END-IF.

           PERFORM 1150-EDIT-BOUNDARY
               THRU 1150-EDIT-BOUNDARY-EXIT
               VARYING WS-BOUND-IDX FROM 1 BY 1
               UNTIL WS-BOUND-IDX > 7.

           DISPLAY "SPLIT LEGS " WS-LEG-COUNT " - BOUNDARIES <"
               SL-BOUNDARY-LIST ">".
       1100-EDIT-SPLIT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1150-EDIT-BOUNDARY - ONE BOUNDARY SLOT ON THE CARD: A LEG'S   *
      * UPPER BOUNDARY MUST BE PUNCHED AND HIGHER THAN THE ONE        *
      * BEFORE IT; A SLOT PAST THE LAST LEG MUST BE BLANK, SINCE A    *
      * STRAY BOUNDARY THERE MEANS THE COUNT WAS MISPUNCHED.          *
      *================================================================*
       1150-EDIT-BOUNDARY.
           IF WS-BOUND-IDX NOT < WS-LEG-COUNT
               IF SL-BOUNDARY (WS-BOUND-IDX) NOT = SPACES
                   DISPLAY "SUMASPL BOUNDARY " WS-BOUND-IDX
                       " PUNCHED BEYOND THE LEG COUNT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-BOUNDARY (WS-BOUND-IDX)
               GO TO 1150-EDIT-BOUNDARY-EXIT
           END-IF.

           IF SL-BOUNDARY (WS-BOUND-IDX) = SPACES
               DISPLAY "SUMASPL BOUNDARY " WS-BOUND-IDX " MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-BOUND-IDX > 1
               IF SL-BOUNDARY (WS-BOUND-IDX)
                   NOT > WS-BOUNDARY (WS-BOUND-IDX - 1)
                   DISPLAY "SUMASPL BOUNDARIES NOT ASCENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE SL-BOUNDARY (WS-BOUND-IDX)
               TO WS-BOUNDARY (WS-BOUND-IDX).
       1150-EDIT-BOUNDARY-EXIT.
           EXIT.

      *================================================================*
      * 1200-OPEN-PARTITION - OPEN ONE PARTITION FILE.  EVERY LEG ON  *
      * THE CARD MUST OPEN.  A SPARE LEG WHOSE DD IS IN THE DECK IS   *
      * OPENED TOO AND CUT AN EMPTY PARTITION, SO ITS LEG STEP RUNS   *
      * CLEAN; ONE WHOSE DD IS NOT IN THE DECK IS SIMPLY LEFT OUT.    *
      *================================================================*
       1200-OPEN-PARTITION.
           EVALUATE WS-PART-IDX
               WHEN 1
                   OPEN OUTPUT SUMA-PART1-FILE
               WHEN 2
                   OPEN OUTPUT SUMA-PART2-FILE
               WHEN 3
                   OPEN OUTPUT SUMA-PART3-FILE
               WHEN 4
                   OPEN OUTPUT SUMA-PART4-FILE
               WHEN 5
                   OPEN OUTPUT SUMA-PART5-FILE
               WHEN 6
                   OPEN OUTPUT SUMA-PART6-FILE
               WHEN 7
                   OPEN OUTPUT SUMA-PART7-FILE
               WHEN 8
                   OPEN OUTPUT SUMA-PART8-FILE
           END-EVALUATE.

           IF WS-PART-FILE-STATUS (WS-PART-IDX) = "00"
               IF WS-PART-IDX > WS-LEG-COUNT
                   SET WS-PT-SPARE (WS-PART-IDX) TO TRUE
                   ADD 1 TO WS-SPARE-COUNT
               ELSE
                   SET WS-PT-ACTIVE (WS-PART-IDX) TO TRUE
               END-IF
               GO TO 1200-OPEN-PARTITION-EXIT
           END-IF.

           IF WS-PART-IDX > WS-LEG-COUNT
               SET WS-PT-NOT-OPEN (WS-PART-IDX) TO TRUE
               GO TO 1200-OPEN-PARTITION-EXIT
           END-IF.

           DISPLAY "SUMAOT" WS-PART-IDX " OPEN FAILED - FILE STATUS "
               WS-PART-FILE-STATUS (WS-PART-IDX).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1200-OPEN-PARTITION-EXIT.
           EXIT.

      *================================================================*
           SET WS-HEADER-SEEN TO TRUE.
           MOVE WS-INPUT-REC-LEN TO WS-OUTPUT-REC-LEN.

           PERFORM 2045-WRITE-PART-HEADER
               THRU 2045-WRITE-PART-HEADER-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-MAX-LEGS.
       2040-COPY-HEADER-EXIT.
           EXIT.

      *================================================================*
      * 2045-WRITE-PART-HEADER - COPY THE HEADER TO ONE PARTITION,    *
      * SPARE LEGS INCLUDED, IF ITS FILE IS OPEN.                     *
      *================================================================*
       2045-WRITE-PART-HEADER.
           IF WS-PT-NOT-OPEN (WS-PART-IDX)
               GO TO 2045-WRITE-PART-HEADER-EXIT
           END-IF.

           EVALUATE WS-PART-IDX
               WHEN 1
                   WRITE SP1-REC FROM SPI-REC
               WHEN 2
                   WRITE SP2-REC FROM SPI-REC
               WHEN 3
                   WRITE SP3-REC FROM SPI-REC
               WHEN 4
                   WRITE SP4-REC FROM SPI-REC
               WHEN 5
                   WRITE SP5-REC FROM SPI-REC
               WHEN 6
                   WRITE SP6-REC FROM SPI-REC
               WHEN 7
                   WRITE SP7-REC FROM SPI-REC
               WHEN 8
                   WRITE SP8-REC FROM SPI-REC
           END-EVALUATE.
       2045-WRITE-PART-HEADER-EXIT.
           EXIT.

      *================================================================*
      * 2050-CAPTURE-TRAILER - HOLD THE ORIGINAL TRAILER'S CONTROL    *
      * FIGURES FOR THE SPLIT'S OWN BALANCING.                        *
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPI-REC (2:10) TO WS-REC-TRANS-ID.

           MOVE ZERO TO WS-PART-NO.
           PERFORM 2065-TEST-BOUNDARY
               THRU 2065-TEST-BOUNDARY-EXIT
               VARYING WS-BOUND-IDX FROM 1 BY 1
               UNTIL WS-BOUND-IDX NOT < WS-LEG-COUNT
                   OR WS-PART-NO NOT = ZERO.

           IF WS-PART-NO = ZERO
               MOVE WS-LEG-COUNT TO WS-PART-NO
           END-IF.

           ADD 1 TO WS-PT-REC-COUNT (WS-PART-NO).

                   WRITE SP3-REC FROM SPI-REC
               WHEN 4
                   WRITE SP4-REC FROM SPI-REC
               WHEN 5
                   WRITE SP5-REC FROM SPI-REC
               WHEN 6
                   WRITE SP6-REC FROM SPI-REC
               WHEN 7
                   WRITE SP7-REC FROM SPI-REC
               WHEN 8
                   WRITE SP8-REC FROM SPI-REC
           END-EVALUATE.
       2060-ROUTE-DETAIL-EXIT.
           EXIT.

      *================================================================*
      * 2065-TEST-BOUNDARY - THE FIRST BOUNDARY THE TRANS ID DOES NOT *
      * EXCEED NAMES ITS PARTITION; PAST THE LAST ONE IT FALLS TO     *
      * THE LAST LEG.                                                 *
      *================================================================*
       2065-TEST-BOUNDARY.
           IF WS-REC-TRANS-ID <= WS-BOUNDARY (WS-BOUND-IDX)
               MOVE WS-BOUND-IDX TO WS-PART-NO
           END-IF.
       2065-TEST-BOUNDARY-EXIT.
           EXIT.

      *================================================================*
      * 2070-ACCUMULATE-HASH - ROLL EVERY AMOUNT THAT LIES WHOLLY     *
      * WITHIN THE RECORD INTO THE PARTITION'S AND THE RUN'S HASH     *
      * SINGLE RUN BALANCED THE WHOLE FILE.                           *
      *================================================================*
       3000-WRITE-PART-TRAILER.
           IF WS-PT-NOT-OPEN (WS-PART-IDX)
               GO TO 3000-WRITE-PART-TRAILER-EXIT
           END-IF.

           MOVE WS-PT-REC-COUNT (WS-PART-IDX)  TO WS-OT-TRANS-COUNT.
           MOVE WS-PT-HASH-TOTAL (WS-PART-IDX) TO WS-OT-HASH-TOTAL.
           MOVE 23 TO WS-OUTPUT-REC-LEN.
                   WRITE SP3-REC FROM WS-OUT-TRAILER
               WHEN 4
                   WRITE SP4-REC FROM WS-OUT-TRAILER
               WHEN 5
                   WRITE SP5-REC FROM WS-OUT-TRAILER
               WHEN 6
                   WRITE SP6-REC FROM WS-OUT-TRAILER
               WHEN 7
                   WRITE SP7-REC FROM WS-OUT-TRAILER
               WHEN 8
                   WRITE SP8-REC FROM WS-OUT-TRAILER
           END-EVALUATE.

           MOVE WS-PART-IDX                    TO WSP-PART-NO.
           MOVE WS-PT-REC-COUNT (WS-PART-IDX)  TO WSP-REC-COUNT.
           MOVE WS-PT-HASH-TOTAL (WS-PART-IDX) TO WSP-HASH-TOTAL.
           IF WS-PT-SPARE (WS-PART-IDX)
               MOVE "SPARE LEG - EMPTY PARTITION" TO WSP-NOTE
           ELSE
               MOVE SPACES TO WSP-NOTE
           END-IF.

           WRITE SUMA-SPLIT-REPORT-LINE FROM WS-PART-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3000-WRITE-PART-TRAILER
               THRU 3000-WRITE-PART-TRAILER-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-MAX-LEGS.

           MOVE "LEGS ON THE SPLIT CARD ....." TO WSC-LABEL.
           MOVE WS-LEG-COUNT TO WSC-COUNT.
           WRITE SUMA-SPLIT-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "SPARE LEGS CUT EMPTY ......." TO WSC-LABEL.
           MOVE WS-SPARE-COUNT TO WSC-COUNT.
           WRITE SUMA-SPLIT-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "DETAILS ROUTED ............." TO WSC-LABEL.
           MOVE WS-RECORD-COUNT TO WSC-COUNT.
           WRITE SUMA-SPLIT-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           SET WS-IN-BALANCE TO TRUE.
           IF NOT WS-HEADER-SEEN
           WRITE SUMA-SPLIT-REPORT-LINE FROM WS-BALANCE-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9100-CLOSE-PARTITION
               THRU 9100-CLOSE-PARTITION-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-MAX-LEGS.

           CLOSE SUMA-INPUT-FILE
                 SUMA-SPLIT-CARD-FILE
                 SUMA-SPLIT-REPORT-FILE.

           DISPLAY "SUMAPARTE - DETAILS ROUTED: " WS-RECORD-COUNT.
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================*
      * 9100-CLOSE-PARTITION - CLOSE ONE PARTITION FILE IF IT WAS     *
      * OPENED.                                                       *
      *================================================================*
       9100-CLOSE-PARTITION.
           EVALUATE TRUE
               WHEN WS-PT-NOT-OPEN (WS-PART-IDX)
                   CONTINUE
               WHEN WS-PART-IDX = 1
                   CLOSE SUMA-PART1-FILE
               WHEN WS-PART-IDX = 2
                   CLOSE SUMA-PART2-FILE
               WHEN WS-PART-IDX = 3
                   CLOSE SUMA-PART3-FILE
               WHEN WS-PART-IDX = 4
                   CLOSE SUMA-PART4-FILE
               WHEN WS-PART-IDX = 5
                   CLOSE SUMA-PART5-FILE
               WHEN WS-PART-IDX = 6
                   CLOSE SUMA-PART6-FILE
               WHEN WS-PART-IDX = 7
                   CLOSE SUMA-PART7-FILE
               WHEN WS-PART-IDX = 8
                   CLOSE SUMA-PART8-FILE
           END-EVALUATE.
       9100-CLOSE-PARTITION-EXIT.
           EXIT.
