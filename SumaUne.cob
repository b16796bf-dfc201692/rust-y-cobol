      *                THROUGH.  ONLY FINAL CYCLES CUT PARTIAL
      *                FEEDS, SO CONSOLIDATION NEVER SEES A
      *                PRELIMINARY ONE.
      * 10/15/2026 RA  SUMAHIST RECORD NOW CARRIES PH-ALLOC-AMOUNT
      *                (RECORDSIZE 45) FOR THE SUMAREPARTE SHARED-
      *                SERVICE ALLOCATION - WRITTEN HERE AS ZERO,
      *                THE FIGURES HERE ARE THE NIGHT AS POSTED.
      * 10/15/2026 RA  CONSOLIDATES THE LEGS' SUMAACK SOURCE
      *                ACKNOWLEDGEMENTS (SUMAAKI, SORTED) INTO ONE PER
      *                SOURCE EXTRACT ON SUMAACK - LEG TRAILER ECHOES,
      *                COUNTS AND AMOUNTS SUMMED, ONE VERDICT, THE
      *                DETAIL LINES CARRIED THROUGH.  PARTIALS THAT DO
      *                NOT CROSS-FOOT GO BACK AS NOT POSTED.
      * 10/15/2026 RA  READS THE SUMASPL SPLIT CARD FOR THE NIGHT'S LEG
      *                COUNT (2 TO 8, BLANK MEANS FOUR).  FEWER LEG
      *                FEEDS THAN THE CARD'S LEGS, OR A SPARE LEG'S
      *                FEED CARRYING FIGURES, FAILS THE CROSS-FOOT -
      *                A LEG LEFT OFF THE SUMAPIN CONCATENATION CAN NO
      *                LONGER DROP OUT OF THE PUBLISHED TOTAL.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaUne.
           SELECT SUMA-POSTING-FILE ASSIGN TO SUMAPOST
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-SPLIT-CARD-FILE ASSIGN TO SUMASPL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-REPORT-FILE ASSIGN TO SUMARPT
               ORGANIZATION IS SEQUENTIAL.

               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT SUMA-LEG-ACK-FILE ASSIGN TO SUMAAKI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKI-FILE-STATUS.

           SELECT SUMA-ACK-FILE ASSIGN TO SUMAACK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-PARTIAL-FILE
           05  SPO-AMOUNT                  PIC S9(11)V99.
           05  FILLER                      PIC X(01).

       FD  SUMA-SPLIT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMASPL.

       FD  SUMA-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           LABEL RECORDS ARE STANDARD.
       COPY SUMAHST.

       FD  SUMA-LEG-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAACK.

       FD  SUMA-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-ACK-OUT-REC                PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS

       77  WS-C-REC-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-T-REC-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-LEG-COUNT                PIC 9(01)   COMP    VALUE ZERO.
       77  WS-CC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 50.
               10  WS-CCT-REC-COUNT    PIC 9(07)   COMP.
               10  WS-CCT-SUBTOTAL     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    SOURCE ACKNOWLEDGEMENT CONSOLIDATION.  EACH LEG WROTE ITS
      *    OWN ACKNOWLEDGEMENT OF ITS PARTITION OF THE EXTRACT; THE
      *    JOB SORTS THEM TOGETHER (SOURCE, EXTRACT DATE, TYPE) SO
      *    EVERY LEG HEADER OF AN EXTRACT ARRIVES AHEAD OF ITS DETAIL
      *    LINES.  THE LEG HEADERS ARE SUMMED HERE - THE PARTITION
      *    TRAILERS SUMAPARTE CUT ADD BACK UP TO THE SOURCE'S OWN -
      *    AND ONE HEADER GOES OUT BEFORE THE FIRST DETAIL LINE.
      *----------------------------------------------------------------
       77  WS-ACK-GROUPS               PIC 9(05)   COMP    VALUE ZERO.
       01  WS-AKI-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ACK-HOLD                 PIC X(120)  VALUE SPACES.
       01  WS-ACK-SWITCHES.
           05  WS-AKI-EOF-SW           PIC X(01)   VALUE "N".
               88  WS-AKI-EOF-YES                  VALUE "Y".
               88  WS-AKI-EOF-NO                   VALUE "N".
           05  WS-AKG-OPEN-SW          PIC X(01)   VALUE "N".
               88  WS-AKG-OPEN                     VALUE "Y".
               88  WS-AKG-CLOSED                   VALUE "N".
           05  WS-AKG-HEADER-SW        PIC X(01)   VALUE "N".
               88  WS-AKG-HEADER-WRITTEN           VALUE "Y".
               88  WS-AKG-HEADER-PENDING           VALUE "N".
           05  WS-AKG-REJECT-SW        PIC X(01)   VALUE "N".
               88  WS-AKG-LEG-REJECTED             VALUE "Y".
               88  WS-AKG-NO-LEG-REJECTED          VALUE "N".
           05  WS-FEED-BALANCE-SW      PIC X(01)   VALUE "Y".
               88  WS-FEED-BALANCED                VALUE "Y".
               88  WS-FEED-NOT-BALANCED            VALUE "N".
       01  WS-ACK-GROUP.
           05  WS-AKG-SOURCE-SYSTEM    PIC X(08).
           05  WS-AKG-EXTRACT-DATE     PIC 9(08).
           05  WS-AKG-ACK-TYPE         PIC X(01).
           05  WS-AKG-RUN-DATE         PIC 9(08).
           05  WS-AKG-VERDICT-TEXT     PIC X(30).
           05  WS-AKG-TRL-COUNT        PIC 9(07)   COMP.
           05  WS-AKG-TRL-HASH         PIC S9(13)V99 COMP-3.
           05  WS-AKG-READ-COUNT       PIC 9(07)   COMP.
           05  WS-AKG-ACCEPT-COUNT     PIC 9(07)   COMP.
           05  WS-AKG-ACCEPT-AMOUNT    PIC S9(11)V99 COMP-3.
           05  WS-AKG-EXCEPTION-COUNT  PIC 9(07)   COMP.
           05  WS-AKG-LINE-COUNT       PIC 9(07)   COMP.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-SPLIT-CARD
               THRU 1100-READ-SPLIT-CARD-EXIT.

           OPEN INPUT  SUMA-PARTIAL-FILE.
           OPEN OUTPUT SUMA-POSTING-FILE.
           OPEN OUTPUT SUMA-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-READ-SPLIT-CARD - TAKE THE NIGHT'S LEG COUNT OFF THE     *
      * SAME SUMASPL CARD SUMAPARTE SPLIT ON.  THE BOUNDARIES ARE     *
      * SUMAPARTE'S TO EDIT - ONLY THE COUNT MATTERS HERE.            *
      *================================================================*
       1100-READ-SPLIT-CARD.
           OPEN INPUT SUMA-SPLIT-CARD-FILE.

           READ SUMA-SPLIT-CARD-FILE
               AT END
                   DISPLAY "SUMASPL SPLIT CARD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF SL-LEG-COUNT = SPACE
               MOVE 4 TO WS-LEG-COUNT
           ELSE
               IF SL-LEG-COUNT-N IS NOT NUMERIC
                   OR SL-LEG-COUNT-N < 2
                   OR SL-LEG-COUNT-N > 8
                   DISPLAY "SUMASPL LEG COUNT INVALID: <"
                       SL-LEG-COUNT "> - MUST BE 2 TO 8"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SL-LEG-COUNT-N TO WS-LEG-COUNT
           END-IF.

           CLOSE SUMA-SPLIT-CARD-FILE.

           DISPLAY "SUMAUNE - LEGS ON THE SPLIT CARD: " WS-LEG-COUNT.
       1100-READ-SPLIT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-PARTIAL-REC - MERGE ONE PARTIAL-FEED RECORD      *
      * INTO THE CONSOLIDATED FIGURES, THEN READ THE NEXT ONE.        *
                       DISPLAY "LEG " WS-T-REC-COUNT
                           " DOES NOT CROSS-FOOT TO ITS C RECORDS"
                   END-IF
      *            A FEED PAST THE CARD'S LEG COUNT IS A SPARE
      *            LEG'S EMPTY PARTITION AND MUST CARRY NOTHING.
                   IF WS-T-REC-COUNT > WS-LEG-COUNT
                       AND (SP-REC-COUNT NOT = ZERO
                           OR SP-AMOUNT NOT = ZERO)
                       SET WS-SEG-MISMATCH TO TRUE
                       DISPLAY "LEG " WS-T-REC-COUNT
                           " IS BEYOND THE SPLIT CARD'S "
                           WS-LEG-COUNT " LEGS BUT CARRIES FIGURES"
                   END-IF
                   MOVE ZERO TO WS-SEG-COUNT
                   MOVE ZERO TO WS-SEG-AMOUNT
                   ADD SP-REC-COUNT TO WS-T-TOTAL-COUNT

      *    A LEG SEGMENT THAT MISMATCHED, C RECORDS TRAILING WITH NO
      *    CLOSING T, OR A WHOLE-FILE DISAGREEMENT ALL MEAN A
      *    HALF-WRITTEN PARTIAL FEED - NOTHING CONSOLIDATES.  SO DOES
      *    A NIGHT WITH FEWER LEG FEEDS THAN THE CARD HAS LEGS.
           IF WS-T-REC-COUNT < WS-LEG-COUNT
               DISPLAY "ONLY " WS-T-REC-COUNT " LEG FEEDS ON SUMAPIN "
                   "- THE SPLIT CARD HAS " WS-LEG-COUNT " LEGS"
           END-IF.

           IF WS-SEG-MISMATCH
               OR WS-T-REC-COUNT < WS-LEG-COUNT
               OR WS-SEG-COUNT NOT = ZERO
               OR WS-SEG-AMOUNT NOT = ZERO
               OR WS-C-TOTAL-COUNT NOT = WS-T-TOTAL-COUNT
                   AFTER ADVANCING 2 LINES
               DISPLAY "SUMAPIN PARTIALS DO NOT CROSS-FOOT - "
                   "NO CONSOLIDATED FEED CUT"
               SET WS-FEED-NOT-BALANCED TO TRUE
               PERFORM 3800-CONSOLIDATE-ACKS
                   THRU 3800-CONSOLIDATE-ACKS-EXIT
               CLOSE SUMA-PARTIAL-FILE
                     SUMA-POSTING-FILE
                     SUMA-REPORT-FILE
           PERFORM 3700-WRITE-HISTORY-RECS
               THRU 3700-WRITE-HISTORY-RECS-EXIT.

           PERFORM 3800-CONSOLIDATE-ACKS
               THRU 3800-CONSOLIDATE-ACKS-EXIT.

           CLOSE SUMA-PARTIAL-FILE
                 SUMA-POSTING-FILE
                 SUMA-REPORT-FILE.
           MOVE WS-HCT-COST-CENTER (WS-HCC-IDX) TO PH-COST-CENTER.
           MOVE WS-HCT-REC-COUNT (WS-HCC-IDX)   TO PH-REC-COUNT.
           MOVE WS-HCT-AMOUNT (WS-HCC-IDX)      TO PH-AMOUNT.
           MOVE ZERO                            TO PH-ALLOC-AMOUNT.

           WRITE SUMA-HISTORY-REC.

           END-EVALUATE.
       3740-PUT-ONE-HISTORY-EXIT.
           EXIT.

      *================================================================*
      * 3800-CONSOLIDATE-ACKS - MERGE THE LEGS' SOURCE                *
      * ACKNOWLEDGEMENTS INTO ONE PER SOURCE EXTRACT ON SUMAACK.  A   *
      * NIGHT WHOSE PARTIALS DID NOT CROSS-FOOT POSTS NOTHING, AND    *
      * EVERY EXTRACT GOES BACK REJECTED.  A MISSING SUMAAKI DD IS     *
      * NOTED AND FORGIVEN, LIKE SUMAHIST.                            *
      *================================================================*
       3800-CONSOLIDATE-ACKS.
           OPEN INPUT SUMA-LEG-ACK-FILE.

           IF WS-AKI-FILE-STATUS NOT = "00"
               DISPLAY "SUMAAKI NOT PRESENT - NO SOURCE "
                   "ACKNOWLEDGEMENTS CUT - FILE STATUS "
                   WS-AKI-FILE-STATUS
               GO TO 3800-CONSOLIDATE-ACKS-EXIT
           END-IF.

           OPEN OUTPUT SUMA-ACK-FILE.

           PERFORM 3810-READ-LEG-ACK
               THRU 3810-READ-LEG-ACK-EXIT.

           PERFORM 3820-PROCESS-LEG-ACK
               THRU 3820-PROCESS-LEG-ACK-EXIT
               UNTIL WS-AKI-EOF-YES.

           IF WS-AKG-OPEN
               PERFORM 3840-CLOSE-ACK-GROUP
                   THRU 3840-CLOSE-ACK-GROUP-EXIT
           END-IF.

           CLOSE SUMA-LEG-ACK-FILE
                 SUMA-ACK-FILE.

           DISPLAY "SUMAACK - EXTRACTS ACKNOWLEDGED: " WS-ACK-GROUPS.
       3800-CONSOLIDATE-ACKS-EXIT.
           EXIT.

      *================================================================*
      * 3810-READ-LEG-ACK - READ THE NEXT LEG ACKNOWLEDGEMENT RECORD  *
      *================================================================*
       3810-READ-LEG-ACK.
           READ SUMA-LEG-ACK-FILE
               AT END
                   SET WS-AKI-EOF-YES TO TRUE
                   GO TO 3810-READ-LEG-ACK-EXIT
           END-READ.
       3810-READ-LEG-ACK-EXIT.
           EXIT.

      *================================================================*
      * 3820-PROCESS-LEG-ACK - A CHANGE OF SOURCE OR EXTRACT DATE     *
      * CLOSES THE GROUP IN HAND.  LEG HEADERS ARE SUMMED; THE FIRST  *
      * DETAIL LINE RELEASES THE CONSOLIDATED HEADER AHEAD OF IT, AND *
      * DETAILS ARE COPIED THROUGH.  LEG TRAILERS ARE DROPPED - THE    *
      * GROUP GETS ONE TRAILER COUNTING THE LINES ACTUALLY WRITTEN.   *
      *================================================================*
       3820-PROCESS-LEG-ACK.
           IF WS-AKG-OPEN
               IF AK-SOURCE-SYSTEM NOT = WS-AKG-SOURCE-SYSTEM
                   OR AK-EXTRACT-DATE NOT = WS-AKG-EXTRACT-DATE
                   PERFORM 3840-CLOSE-ACK-GROUP
                       THRU 3840-CLOSE-ACK-GROUP-EXIT
               END-IF
           END-IF.

           IF WS-AKG-CLOSED
               MOVE AK-SOURCE-SYSTEM TO WS-AKG-SOURCE-SYSTEM
               MOVE AK-EXTRACT-DATE  TO WS-AKG-EXTRACT-DATE
               MOVE AK-ACK-TYPE      TO WS-AKG-ACK-TYPE
               MOVE AK-RUN-DATE      TO WS-AKG-RUN-DATE
               MOVE SPACES           TO WS-AKG-VERDICT-TEXT
               MOVE ZERO             TO WS-AKG-TRL-COUNT
                                        WS-AKG-TRL-HASH
                                        WS-AKG-READ-COUNT
                                        WS-AKG-ACCEPT-COUNT
                                        WS-AKG-ACCEPT-AMOUNT
                                        WS-AKG-EXCEPTION-COUNT
                                        WS-AKG-LINE-COUNT
               SET WS-AKG-NO-LEG-REJECTED TO TRUE
               SET WS-AKG-HEADER-PENDING  TO TRUE
               SET WS-AKG-OPEN            TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN AK-HEADER-REC
                   PERFORM 3830-ADD-LEG-HEADER
                       THRU 3830-ADD-LEG-HEADER-EXIT
               WHEN AK-DETAIL-REC
                   IF WS-AKG-HEADER-PENDING
                       PERFORM 3850-WRITE-ACK-HEADER
                           THRU 3850-WRITE-ACK-HEADER-EXIT
                   END-IF
                   WRITE SUMA-ACK-OUT-REC FROM SUMA-ACK-REC
                   ADD 1 TO WS-AKG-LINE-COUNT
               WHEN AK-TRAILER-REC
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMAAKI RECORD TYPE INVALID: <"
                       AK-RECORD-TYPE ">"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 3810-READ-LEG-ACK
               THRU 3810-READ-LEG-ACK-EXIT.
       3820-PROCESS-LEG-ACK-EXIT.
           EXIT.

      *================================================================*
      * 3830-ADD-LEG-HEADER - ADD ONE LEG'S HEADER INTO THE GROUP.    *
      * ANY LEG THAT REJECTED ITS PARTITION REJECTS THE EXTRACT, AND  *
      * THE FIRST SUCH LEG'S REASON IS THE ONE REPORTED.              *
      *================================================================*
       3830-ADD-LEG-HEADER.
           ADD AK-TRL-COUNT       TO WS-AKG-TRL-COUNT.
           ADD AK-TRL-HASH        TO WS-AKG-TRL-HASH.
           ADD AK-READ-COUNT      TO WS-AKG-READ-COUNT.
           ADD AK-ACCEPT-COUNT    TO WS-AKG-ACCEPT-COUNT.
           ADD AK-ACCEPT-AMOUNT   TO WS-AKG-ACCEPT-AMOUNT.
           ADD AK-EXCEPTION-COUNT TO WS-AKG-EXCEPTION-COUNT.

           IF AK-REJECTED
               AND WS-AKG-NO-LEG-REJECTED
               SET WS-AKG-LEG-REJECTED TO TRUE
               MOVE AK-VERDICT-TEXT TO WS-AKG-VERDICT-TEXT
           END-IF.
       3830-ADD-LEG-HEADER-EXIT.
           EXIT.

      *================================================================*
      * 3840-CLOSE-ACK-GROUP - FINISH ONE SOURCE EXTRACT: ITS HEADER  *
      * IF NO DETAIL LINE HAS RELEASED IT YET, THEN ITS TRAILER.      *
      *================================================================*
       3840-CLOSE-ACK-GROUP.
           IF WS-AKG-HEADER-PENDING
               PERFORM 3850-WRITE-ACK-HEADER
                   THRU 3850-WRITE-ACK-HEADER-EXIT
           END-IF.

           MOVE SUMA-ACK-REC TO WS-ACK-HOLD.

           MOVE SPACES               TO SUMA-ACK-REC.
           MOVE WS-AKG-SOURCE-SYSTEM TO AK-SOURCE-SYSTEM.
           MOVE WS-AKG-EXTRACT-DATE  TO AK-EXTRACT-DATE.
           MOVE WS-AKG-ACK-TYPE      TO AK-ACK-TYPE.
           SET AK-TRAILER-REC        TO TRUE.
           MOVE WS-AKG-RUN-DATE      TO AK-RUN-DATE.
           MOVE WS-AKG-LINE-COUNT    TO AK-LINE-COUNT.
           WRITE SUMA-ACK-OUT-REC FROM SUMA-ACK-REC.

           MOVE WS-ACK-HOLD TO SUMA-ACK-REC.

           ADD 1 TO WS-ACK-GROUPS.
           SET WS-AKG-CLOSED TO TRUE.
       3840-CLOSE-ACK-GROUP-EXIT.
           EXIT.

      *================================================================*
      * 3850-WRITE-ACK-HEADER - WRITE THE CONSOLIDATED HEADER.  THE   *
      * RECORD IN HAND IS SET ASIDE WHILE THE HEADER IS BUILT IN ITS  *
      * PLACE, AND PUT BACK AFTERWARDS.  A REJECTED EXTRACT OR A      *
      * NIGHT THAT DID NOT CROSS-FOOT ACCEPTS NOTHING; OTHERWISE ANY  *
      * EXCEPTION IN ANY LEG MAKES THE EXTRACT ACCEPTED IN PART.      *
      *================================================================*
       3850-WRITE-ACK-HEADER.
           MOVE SUMA-ACK-REC TO WS-ACK-HOLD.

           MOVE SPACES                 TO SUMA-ACK-REC.
           MOVE WS-AKG-SOURCE-SYSTEM   TO AK-SOURCE-SYSTEM.
           MOVE WS-AKG-EXTRACT-DATE    TO AK-EXTRACT-DATE.
           MOVE WS-AKG-ACK-TYPE        TO AK-ACK-TYPE.
           SET AK-HEADER-REC           TO TRUE.
           MOVE WS-AKG-RUN-DATE        TO AK-RUN-DATE.
           MOVE WS-AKG-TRL-COUNT       TO AK-TRL-COUNT.
           MOVE WS-AKG-TRL-HASH        TO AK-TRL-HASH.
           MOVE WS-AKG-READ-COUNT      TO AK-READ-COUNT.
           MOVE WS-AKG-EXCEPTION-COUNT TO AK-EXCEPTION-COUNT.

           EVALUATE TRUE
               WHEN WS-FEED-NOT-BALANCED
                   SET AK-REJECTED TO TRUE
                   MOVE "NOT POSTED - LEGS DID NOT FOOT"
                       TO AK-VERDICT-TEXT
               WHEN WS-AKG-LEG-REJECTED
                   SET AK-REJECTED TO TRUE
                   MOVE WS-AKG-VERDICT-TEXT TO AK-VERDICT-TEXT
               WHEN WS-AKG-EXCEPTION-COUNT > ZERO
                   SET AK-ACCEPTED-PART TO TRUE
                   MOVE "ACCEPTED WITH EXCEPTIONS" TO AK-VERDICT-TEXT
               WHEN OTHER
                   SET AK-ACCEPTED-FULL TO TRUE
                   MOVE "ACCEPTED IN FULL" TO AK-VERDICT-TEXT
           END-EVALUATE.

           IF AK-REJECTED
               MOVE ZERO TO AK-ACCEPT-COUNT
                            AK-ACCEPT-AMOUNT
           ELSE
               MOVE WS-AKG-ACCEPT-COUNT  TO AK-ACCEPT-COUNT
               MOVE WS-AKG-ACCEPT-AMOUNT TO AK-ACCEPT-AMOUNT
           END-IF.

           WRITE SUMA-ACK-OUT-REC FROM SUMA-ACK-REC.

           MOVE WS-ACK-HOLD TO SUMA-ACK-REC.
           SET WS-AKG-HEADER-WRITTEN TO TRUE.
       3850-WRITE-ACK-HEADER-EXIT.
           EXIT.
