      *================================================================*
      * PROGRAM-ID.  SumaReparte                                      *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - SHARED-SERVICE COST ALLOCATION.
      *                RUNS AFTER THE NIGHT'S SUMAPOST FEED IS CUT
      *                (SUMANUMEROS ON THE SINGLE-STREAM REGIME,
      *                SUMAUNE ON THE PARTITIONED ONE).  READS THE
      *                FEED'S "C" RECORDS, AND FOR EVERY SOURCE COST
      *                CENTER ON THE SUMAALR RULE FILE CUTS A
      *                BALANCED ALLOCATION FEED ON SUMAALOC - A
      *                CREDIT TO THE SOURCE AND A DEBIT TO EACH
      *                RECEIVER ON THE RECEIVER'S OWN GL ACCOUNT
      *                MAPPED OFF SUMACCMT.  THE ROUNDING RECEIVER
      *                TAKES THE PENNIES SO EVERY SOURCE NETS TO
      *                ZERO.  EVERY SPLIT PRINTS ON SUMAARPT, AND
      *                THE NET ALLOCATION IS FOLDED INTO THE NIGHT'S
      *                SUMAHIST RECORDS SO SUMAVARIA TRENDS THE
      *                AFTER-ALLOCATION FIGURES.  A FEED THAT DOES
      *                NOT CROSS-FOOT OR A RULE SET IN ERROR FAILS
      *                THE STEP RC=12 WITH NOTHING ALLOCATED; A
      *                SOURCE WITH A RECEIVER THAT IS UNKNOWN,
      *                INACTIVE OR NOT YET MAPPED IS LEFT
      *                UNALLOCATED AND THE STEP ENDS RC=8.
      * 10/15/2026 RA  A NIGHT WITH NO POSTING FEED NOW STILL CLOSES
      *                SUMAALOC WITH A ZERO T RECORD.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaReparte.
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
           SELECT SUMA-RULE-FILE ASSIGN TO SUMAALR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALR-FILE-STATUS.

           SELECT SUMA-POSTING-FILE ASSIGN TO SUMAPOST
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-ALLOC-FILE ASSIGN TO SUMAALOC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-HISTORY-FILE ASSIGN TO SUMAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT SUMA-ALLOC-REPORT-FILE ASSIGN TO SUMAARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-RULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAALR.

       FD  SUMA-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPST.

       FD  SUMA-CCMAST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-ALLOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-ALLOC-OUT-REC.
           05  SAO-RUN-DATE                PIC 9(08).
           05  SAO-CYCLE-NBR               PIC 9(02).
           05  SAO-RECORD-TYPE             PIC X(01).
           05  SAO-SOURCE-SYSTEM           PIC X(08).
           05  SAO-COST-CENTER             PIC X(04).
           05  SAO-GL-ACCOUNT              PIC X(08).
           05  SAO-REC-COUNT               PIC 9(07).
           05  SAO-AMOUNT                  PIC S9(11)V99.
           05  FILLER                      PIC X(01).

       FD  SUMA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAHST.

       FD  SUMA-ALLOC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-ALLOC-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-RULES-EOF-SW         PIC X(01)   VALUE "N".
               88  WS-RULES-EOF-YES                VALUE "Y".
               88  WS-RULES-EOF-NO                 VALUE "N".
           05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
               88  WS-HIST-EOF-YES                 VALUE "Y".
               88  WS-HIST-EOF-NO                  VALUE "N".
           05  WS-SRC-FOUND-SW         PIC X(01)   VALUE "N".
               88  WS-SRC-FOUND                    VALUE "Y".
               88  WS-SRC-NOT-FOUND                VALUE "N".
           05  WS-NET-FOUND-SW         PIC X(01)   VALUE "N".
               88  WS-NET-FOUND                    VALUE "Y".
               88  WS-NET-NOT-FOUND                VALUE "N".
           05  WS-DUP-RULE-SW          PIC X(01)   VALUE "N".
               88  WS-DUP-RULE                     VALUE "Y".
               88  WS-DUP-RULE-NO                  VALUE "N".
           05  WS-SOURCE-SW            PIC X(01)   VALUE "Y".
               88  WS-SOURCE-OK                    VALUE "Y".
               88  WS-SOURCE-FAILED                VALUE "N".

       77  WS-C-REC-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-T-REC-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-RULE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-RULE-IDX                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-RULE-ERROR-COUNT         PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-RULES                PIC 9(03)   COMP    VALUE 200.
       77  WS-ROUND-RULE               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-SRC-COUNT                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-SRC-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-SRC-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-SOURCES              PIC 9(03)   COMP    VALUE 50.
       77  WS-NET-COUNT                PIC 9(03)   COMP    VALUE ZERO.
       77  WS-NET-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-NET-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-NETS                 PIC 9(03)   COMP    VALUE 250.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-ALLOCATED-COUNT          PIC 9(07)   COMP    VALUE ZERO.
       77  WS-SKIPPED-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ALLOC-LINE-COUNT         PIC 9(07)   COMP    VALUE ZERO.
       77  WS-BACKOUT-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-HIST-APPLIED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-ALR-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-HST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-FEED-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-FEED-CYCLE               PIC 9(02)   VALUE ZERO.
       01  WS-FIND-COST-CENTER         PIC X(04)   VALUE SPACES.
       01  WS-NOTE-TEXT                PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------
      *    FEED CROSS-FOOT - THE C-RECORD SIDE AND THE T-RECORD SIDE
      *    ARE ACCUMULATED SEPARATELY AND MUST AGREE BEFORE ANYTHING
      *    IS ALLOCATED, THE WAY SUMAUNE PROVES ITS LEGS.
      *----------------------------------------------------------------
       01  WS-C-TOTAL-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       01  WS-C-TOTAL-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-T-TOTAL-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       01  WS-T-TOTAL-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    ALLOCATION WORK AREAS.  WS-ALLOC-NET IS THE SUM OF EVERY
      *    LINE WRITTEN TO SUMAALOC AND IS ZERO ON A GOOD NIGHT.
      *----------------------------------------------------------------
       01  WS-SOURCE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SHARE-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ALLOC-NET                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ALLOCATED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-OUT-COST-CENTER          PIC X(04)   VALUE SPACES.
       01  WS-OUT-GL-ACCOUNT           PIC X(08)   VALUE SPACES.
       01  WS-OUT-AMOUNT               PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    ALLOCATION RULES AS LOADED FROM SUMAALR, IN FILE ORDER.
      *    THE RECEIVER'S GL ACCOUNT AND SHARE ARE FILLED IN WHEN ITS
      *    SOURCE IS ALLOCATED.
      *----------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY           OCCURS 200 TIMES.
               10  WS-RLT-SOURCE-CC    PIC X(04).
               10  WS-RLT-RECEIVER-CC  PIC X(04).
               10  WS-RLT-PERCENT      PIC 9(03)V9(04) COMP-3.
               10  WS-RLT-ROUNDING-SW  PIC X(01).
                   88  WS-RLT-ROUNDING             VALUE "R".
               10  WS-RLT-GL-ACCOUNT   PIC X(08).
               10  WS-RLT-SHARE        PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    ONE SLOT PER SOURCE COST CENTER NAMED ON THE RULES, IN
      *    ORDER OF FIRST APPEARANCE.  THE PERCENT TOTAL AND ROUNDING
      *    COUNT PROVE THE RULE SET; THE AMOUNT AND GL ACCOUNT COME
      *    OFF TONIGHT'S FEED (SOURCE SYSTEMS COMBINED).
      *----------------------------------------------------------------
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY            OCCURS 50 TIMES.
               10  WS-SRT-COST-CENTER  PIC X(04).
               10  WS-SRT-PCT-TOTAL    PIC 9(05)V9(04) COMP-3.
               10  WS-SRT-ROUND-COUNT  PIC 9(03)   COMP.
               10  WS-SRT-GL-ACCOUNT   PIC X(08).
               10  WS-SRT-AMOUNT       PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    NET ALLOCATION PER COST CENTER FOR THE SUMAHIST UPDATE - A
      *    COST CENTER THAT IS BOTH A SOURCE AND A RECEIVER NETS ITS
      *    CREDIT AND ITS DEBITS IN ONE SLOT.
      *----------------------------------------------------------------
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY            OCCURS 250 TIMES.
               10  WS-NTT-COST-CENTER  PIC X(04).
               10  WS-NTT-AMOUNT       PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "SUMAREPARTE - SHARED-SERVICE ALLOCATION ".
           05  FILLER              PIC X(75) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(114) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE "SOURCE  ".
           05  FILLER              PIC X(08) VALUE "RECEIVER".
           05  FILLER              PIC X(10) VALUE "   PERCENT".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "GL ACCT ".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "         AMOUNT".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE "NOTE".
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-SOURCE-CC       PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-RECEIVER-CC     PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-PERCENT         PIC ZZZZ9.9999.
           05  WSD-PERCENT-X       REDEFINES WSD-PERCENT
                                   PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-GL-ACCOUNT      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-AMOUNT          PIC -Z(10)9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-NOTE            PIC X(40).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(19)
                   VALUE "POSTING FEED DATE: ".
           05  WSF-FEED-DATE       PIC 9(08).
           05  FILLER              PIC X(10) VALUE "   CYCLE: ".
           05  WSF-FEED-CYCLE      PIC 9(02).
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "TOTAL ALLOCATED ........................".
           05  WST-AMOUNT          PIC -Z(10)9.99.
           05  FILLER              PIC X(77) VALUE SPACES.

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

           PERFORM 2000-PROCESS-POSTING-REC
               THRU 2000-PROCESS-POSTING-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - OPEN FILES, LOAD AND PROVE THE ALLOCATION   *
      * RULES, PRIME THE READ                                         *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAREPARTE - ALLOCATION RUN STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-POSTING-FILE.
           OPEN OUTPUT SUMA-ALLOC-FILE.
           OPEN OUTPUT SUMA-ALLOC-REPORT-FILE.

           OPEN INPUT SUMA-CCMAST-FILE.
           IF WS-CCM-FILE-STATUS NOT = "00"
               DISPLAY "SUMACCMT OPEN FAILED - FILE STATUS "
                   WS-CCM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-RULE-TABLE
                      WS-SRC-TABLE
                      WS-NET-TABLE.

           PERFORM 1200-LOAD-RULES
               THRU 1200-LOAD-RULES-EXIT.

           PERFORM 2100-READ-POSTING-REC
               THRU 2100-READ-POSTING-REC-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1200-LOAD-RULES - LOAD THE SUMAALR RULES INTO STORAGE AND     *
      * PROVE EACH SOURCE'S SET: 100.0000 PERCENT AND ONE ROUNDING    *
      * RECEIVER.  NO RULE FILE MEANS NOTHING IS SHARED - THE STEP    *
      * CUTS AN EMPTY ALLOCATION (T RECORD ONLY).  EVERY RULE IN      *
      * ERROR PRINTS; ANY ERROR AT ALL STOPS THE ALLOCATION IN 9000.  *
      *================================================================*
       1200-LOAD-RULES.
           OPEN INPUT SUMA-RULE-FILE.

           IF WS-ALR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAALR NOT PRESENT - NOTHING ALLOCATED"
               GO TO 1200-LOAD-RULES-EXIT
           END-IF.

           PERFORM 1250-LOAD-ONE-RULE
               THRU 1250-LOAD-ONE-RULE-EXIT
               UNTIL WS-RULES-EOF-YES.

           CLOSE SUMA-RULE-FILE.

           PERFORM 1290-CHECK-ONE-SOURCE
               THRU 1290-CHECK-ONE-SOURCE-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

           DISPLAY "ALLOCATION RULES LOADED: " WS-RULE-COUNT
               "  SOURCES: " WS-SRC-COUNT
               "  IN ERROR: " WS-RULE-ERROR-COUNT.
       1200-LOAD-RULES-EXIT.
           EXIT.

      *================================================================*
      * 1250-LOAD-ONE-RULE - EDIT AND TABLE ONE ALLOCATION RULE       *
      *================================================================*
       1250-LOAD-ONE-RULE.
           READ SUMA-RULE-FILE
               AT END
                   SET WS-RULES-EOF-YES TO TRUE
                   GO TO 1250-LOAD-ONE-RULE-EXIT
           END-READ.

           MOVE SPACES TO WS-NOTE-TEXT.

           EVALUATE TRUE
               WHEN AR-SOURCE-CC = SPACES
                   OR AR-RECEIVER-CC = SPACES
                   MOVE "** SOURCE OR RECEIVER MISSING **"
                       TO WS-NOTE-TEXT
               WHEN AR-PERCENT IS NOT NUMERIC
                   OR AR-PERCENT = ZERO
                   OR AR-PERCENT > 100
                   MOVE "** PERCENT NOT 000.0001 THRU 100 **"
                       TO WS-NOTE-TEXT
               WHEN AR-RECEIVER-CC = AR-SOURCE-CC
                   MOVE "** SOURCE NAMED AS ITS OWN RECEIVER **"
                       TO WS-NOTE-TEXT
               WHEN NOT AR-ROUNDING-RECEIVER
                   AND NOT AR-ROUNDING-NONE
                   MOVE "** ROUNDING FLAG NOT R OR BLANK **"
                       TO WS-NOTE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-NOTE-TEXT = SPACES
               SET WS-DUP-RULE-NO TO TRUE
               PERFORM 1280-MATCH-RULE
                   THRU 1280-MATCH-RULE-EXIT
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       OR WS-DUP-RULE
               IF WS-DUP-RULE
                   MOVE "** RECEIVER NAMED TWICE FOR SOURCE **"
                       TO WS-NOTE-TEXT
               END-IF
           END-IF.

           IF WS-NOTE-TEXT NOT = SPACES
               PERFORM 1260-REJECT-RULE
                   THRU 1260-REJECT-RULE-EXIT
               GO TO 1250-LOAD-ONE-RULE-EXIT
           END-IF.

           IF WS-RULE-COUNT >= WS-MAX-RULES
               DISPLAY "MORE THAN " WS-MAX-RULES
                   " RULES ON SUMAALR - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE AR-SOURCE-CC   TO WS-RLT-SOURCE-CC (WS-RULE-COUNT).
           MOVE AR-RECEIVER-CC TO WS-RLT-RECEIVER-CC (WS-RULE-COUNT).
           MOVE AR-PERCENT     TO WS-RLT-PERCENT (WS-RULE-COUNT).
           MOVE AR-ROUNDING-SW TO WS-RLT-ROUNDING-SW (WS-RULE-COUNT).

           MOVE AR-SOURCE-CC TO WS-FIND-COST-CENTER.
           PERFORM 1270-FIND-SOURCE
               THRU 1270-FIND-SOURCE-EXIT.

           IF WS-SRC-NOT-FOUND
               IF WS-SRC-COUNT >= WS-MAX-SOURCES
                   DISPLAY "MORE THAN " WS-MAX-SOURCES
                       " SOURCE COST CENTERS ON SUMAALR - TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-SLOT
               MOVE AR-SOURCE-CC TO WS-SRT-COST-CENTER (WS-SRC-SLOT)
           END-IF.

           ADD AR-PERCENT TO WS-SRT-PCT-TOTAL (WS-SRC-SLOT).
           IF AR-ROUNDING-RECEIVER
               ADD 1 TO WS-SRT-ROUND-COUNT (WS-SRC-SLOT)
           END-IF.
       1250-LOAD-ONE-RULE-EXIT.
           EXIT.

      *================================================================*
      * 1260-REJECT-RULE - COUNT AND PRINT ONE RULE CARD IN ERROR     *
      *================================================================*
       1260-REJECT-RULE.
           ADD 1 TO WS-RULE-ERROR-COUNT.

           DISPLAY "SUMAALR RULE IN ERROR: <" AR-SOURCE-CC
               AR-RECEIVER-CC AR-PERCENT-X AR-ROUNDING-SW "> "
               WS-NOTE-TEXT.

           MOVE AR-SOURCE-CC   TO WSD-SOURCE-CC.
           MOVE AR-RECEIVER-CC TO WSD-RECEIVER-CC.
           MOVE AR-PERCENT-X   TO WSD-PERCENT-X.
           MOVE WS-NOTE-TEXT   TO WSD-NOTE.

           PERFORM 3050-PRINT-DETAIL
               THRU 3050-PRINT-DETAIL-EXIT.
       1260-REJECT-RULE-EXIT.
           EXIT.

      *================================================================*
      * 1270-FIND-SOURCE - POINT WS-SRC-SLOT AT WS-FIND-COST-CENTER'S *
      * SLOT IN THE SOURCE TABLE, IF IT HAS ONE.                      *
      *================================================================*
       1270-FIND-SOURCE.
           SET WS-SRC-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SRC-SLOT.

           PERFORM 1275-MATCH-SOURCE
               THRU 1275-MATCH-SOURCE-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   OR WS-SRC-FOUND.
       1270-FIND-SOURCE-EXIT.
           EXIT.

      *================================================================*
      * 1275-MATCH-SOURCE - IF THIS SLOT IS THE COST CENTER SOUGHT,   *
      * REMEMBER IT AND STOP THE SCAN.                                *
      *================================================================*
       1275-MATCH-SOURCE.
           IF WS-SRT-COST-CENTER (WS-SRC-IDX) = WS-FIND-COST-CENTER
               MOVE WS-SRC-IDX TO WS-SRC-SLOT
               SET WS-SRC-FOUND TO TRUE
           END-IF.
       1275-MATCH-SOURCE-EXIT.
           EXIT.

      *================================================================*
      * 1280-MATCH-RULE - FLAG THE CARD IF ITS SOURCE ALREADY NAMES   *
      * THIS RECEIVER ON AN EARLIER CARD.                             *
      *================================================================*
       1280-MATCH-RULE.
           IF WS-RLT-SOURCE-CC (WS-RULE-IDX) = AR-SOURCE-CC
               AND WS-RLT-RECEIVER-CC (WS-RULE-IDX) = AR-RECEIVER-CC
               SET WS-DUP-RULE TO TRUE
           END-IF.
       1280-MATCH-RULE-EXIT.
           EXIT.

      *================================================================*
      * 1290-CHECK-ONE-SOURCE - A SOURCE'S RECEIVERS MUST TAKE        *
      * EXACTLY 100 PERCENT OF IT, AND EXACTLY ONE OF THEM MUST BE    *
      * MARKED TO TAKE THE ROUNDING PENNIES.                          *
      *================================================================*
       1290-CHECK-ONE-SOURCE.
           IF WS-SRT-PCT-TOTAL (WS-SRC-IDX) NOT = 100
               ADD 1 TO WS-RULE-ERROR-COUNT
               DISPLAY "SUMAALR SOURCE " WS-SRT-COST-CENTER (WS-SRC-IDX)
                   " PERCENTAGES DO NOT TOTAL 100"
               MOVE WS-SRT-COST-CENTER (WS-SRC-IDX) TO WSD-SOURCE-CC
               MOVE WS-SRT-PCT-TOTAL (WS-SRC-IDX)   TO WSD-PERCENT
               MOVE "** PERCENTAGES DO NOT TOTAL 100 **" TO WSD-NOTE
               PERFORM 3050-PRINT-DETAIL
                   THRU 3050-PRINT-DETAIL-EXIT
           END-IF.

           IF WS-SRT-ROUND-COUNT (WS-SRC-IDX) NOT = 1
               ADD 1 TO WS-RULE-ERROR-COUNT
               DISPLAY "SUMAALR SOURCE " WS-SRT-COST-CENTER (WS-SRC-IDX)
                   " NEEDS EXACTLY ONE ROUNDING RECEIVER"
               MOVE WS-SRT-COST-CENTER (WS-SRC-IDX) TO WSD-SOURCE-CC
               MOVE "** NEED EXACTLY ONE ROUNDING RECEIVER **"
                   TO WSD-NOTE
               PERFORM 3050-PRINT-DETAIL
                   THRU 3050-PRINT-DETAIL-EXIT
           END-IF.
       1290-CHECK-ONE-SOURCE-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-POSTING-REC - FOOT ONE FEED RECORD AND, IF ITS   *
      * COST CENTER IS A SHARED SERVICE, ADD IT TO THAT SOURCE'S      *
      * NIGHT.  THEN READ THE NEXT ONE.                               *
      *================================================================*
       2000-PROCESS-POSTING-REC.
           EVALUATE TRUE
               WHEN SP-COST-CENTER-REC
                   ADD 1 TO WS-C-REC-COUNT
                   ADD SP-REC-COUNT TO WS-C-TOTAL-COUNT
                   ADD SP-AMOUNT    TO WS-C-TOTAL-AMOUNT
                   MOVE SP-RUN-DATE TO WS-FEED-DATE
                   IF SP-CYCLE-NBR NUMERIC
                       MOVE SP-CYCLE-NBR TO WS-FEED-CYCLE
                   END-IF
                   PERFORM 2200-ACCUMULATE-SOURCE
                       THRU 2200-ACCUMULATE-SOURCE-EXIT
               WHEN SP-TOTAL-REC
                   ADD 1 TO WS-T-REC-COUNT
                   ADD SP-REC-COUNT TO WS-T-TOTAL-COUNT
                   ADD SP-AMOUNT    TO WS-T-TOTAL-AMOUNT
                   IF WS-FEED-DATE = ZERO
                       MOVE SP-RUN-DATE TO WS-FEED-DATE
                       IF SP-CYCLE-NBR NUMERIC
                           MOVE SP-CYCLE-NBR TO WS-FEED-CYCLE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "SUMAPOST RECORD TYPE INVALID: <"
                       SP-RECORD-TYPE ">"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2100-READ-POSTING-REC
               THRU 2100-READ-POSTING-REC-EXIT.
       2000-PROCESS-POSTING-REC-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-POSTING-REC - READ THE NEXT FEED RECORD             *
      *================================================================*
       2100-READ-POSTING-REC.
           READ SUMA-POSTING-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-POSTING-REC-EXIT
           END-READ.
       2100-READ-POSTING-REC-EXIT.
           EXIT.

      *================================================================*
      * 2200-ACCUMULATE-SOURCE - FOLD ONE C RECORD INTO ITS SOURCE    *
      * SLOT.  A COST CENTER NO RULE NAMES AS A SOURCE IS NOT SHARED  *
      * AND IS LEFT ALONE.  THE SOURCE IS CREDITED ON THE GL ACCOUNT  *
      * IT POSTED TO TONIGHT.                                         *
      *================================================================*
       2200-ACCUMULATE-SOURCE.
           MOVE SP-COST-CENTER TO WS-FIND-COST-CENTER.
           PERFORM 1270-FIND-SOURCE
               THRU 1270-FIND-SOURCE-EXIT.

           IF WS-SRC-NOT-FOUND
               GO TO 2200-ACCUMULATE-SOURCE-EXIT
           END-IF.

           ADD SP-AMOUNT TO WS-SRT-AMOUNT (WS-SRC-SLOT).
           IF WS-SRT-GL-ACCOUNT (WS-SRC-SLOT) = SPACES
               MOVE SP-GL-ACCOUNT TO WS-SRT-GL-ACCOUNT (WS-SRC-SLOT)
           END-IF.
       2200-ACCUMULATE-SOURCE-EXIT.
           EXIT.

      *================================================================*
      * 3000-ALLOCATE-SOURCE - SPREAD ONE SOURCE'S NIGHT ACROSS ITS   *
      * RECEIVERS.  EVERY RECEIVER MUST BE ON SUMACCMT, ACTIVE AND    *
      * MAPPED AS OF THE FEED DATE, OR THE SOURCE IS NOT ALLOCATED    *
      * AT ALL - HALF A SPLIT WOULD STILL NET TO ZERO BUT WOULD        *
      * CHARGE THE WRONG DEPARTMENTS.  EACH ORDINARY RECEIVER TAKES   *
      * ITS PERCENT OF THE AMOUNT, ROUNDED; THE ROUNDING RECEIVER      *
      * TAKES WHAT IS LEFT, SO THE DEBITS EQUAL THE CREDIT EXACTLY.   *
      * ONLY THE SOURCE'S OWN POSTINGS ARE SPREAD - AN AMOUNT A       *
      * SOURCE RECEIVES FROM ANOTHER SOURCE IS NOT SPREAD AGAIN.      *
      *================================================================*
       3000-ALLOCATE-SOURCE.
           MOVE WS-SRT-AMOUNT (WS-SRC-IDX) TO WS-SOURCE-AMOUNT.

           IF WS-SOURCE-AMOUNT = ZERO
               GO TO 3000-ALLOCATE-SOURCE-EXIT
           END-IF.

           SET WS-SOURCE-OK TO TRUE.
           PERFORM 3200-RESOLVE-RECEIVER
               THRU 3200-RESOLVE-RECEIVER-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           IF WS-SOURCE-FAILED
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-SRT-COST-CENTER (WS-SRC-IDX) TO WSD-SOURCE-CC
               MOVE WS-SRT-GL-ACCOUNT (WS-SRC-IDX)  TO WSD-GL-ACCOUNT
               MOVE WS-SOURCE-AMOUNT                TO WSD-AMOUNT
               MOVE "** SOURCE NOT ALLOCATED **"    TO WSD-NOTE
               PERFORM 3050-PRINT-DETAIL
                   THRU 3050-PRINT-DETAIL-EXIT
               DISPLAY "SOURCE " WS-SRT-COST-CENTER (WS-SRC-IDX)
                   " NOT ALLOCATED - RECEIVER IN ERROR"
               GO TO 3000-ALLOCATE-SOURCE-EXIT
           END-IF.

           MOVE ZERO TO WS-SHARE-TOTAL.
           MOVE ZERO TO WS-ROUND-RULE.
           PERFORM 3300-COMPUTE-SHARE
               THRU 3300-COMPUTE-SHARE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           COMPUTE WS-RLT-SHARE (WS-ROUND-RULE) =
               WS-SOURCE-AMOUNT - WS-SHARE-TOTAL.

           MOVE WS-SRT-COST-CENTER (WS-SRC-IDX) TO WS-OUT-COST-CENTER.
           MOVE WS-SRT-GL-ACCOUNT (WS-SRC-IDX)  TO WS-OUT-GL-ACCOUNT.
           COMPUTE WS-OUT-AMOUNT = ZERO - WS-SOURCE-AMOUNT.
           PERFORM 3500-WRITE-ALLOC-REC
               THRU 3500-WRITE-ALLOC-REC-EXIT.

           MOVE WS-SRT-COST-CENTER (WS-SRC-IDX) TO WSD-SOURCE-CC.
           MOVE 100                             TO WSD-PERCENT.
           MOVE WS-OUT-GL-ACCOUNT               TO WSD-GL-ACCOUNT.
           MOVE WS-OUT-AMOUNT                   TO WSD-AMOUNT.
           MOVE "CREDIT SOURCE"                 TO WSD-NOTE.
           PERFORM 3050-PRINT-DETAIL
               THRU 3050-PRINT-DETAIL-EXIT.

           PERFORM 3400-WRITE-RECEIVER-LINE
               THRU 3400-WRITE-RECEIVER-LINE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           ADD 1 TO WS-ALLOCATED-COUNT.
           ADD WS-SOURCE-AMOUNT TO WS-TOTAL-ALLOCATED.
       3000-ALLOCATE-SOURCE-EXIT.
           EXIT.

      *================================================================*
      * 3050-PRINT-DETAIL - PRINT THE DETAIL LINE AS BUILT, STARTING  *
      * A NEW PAGE WHEN THIS ONE IS FULL, AND CLEAR IT FOR THE NEXT.  *
      *================================================================*
       3050-PRINT-DETAIL.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
       3050-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE RUN     *
      * HEADING AND COLUMN TITLES.                                    *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 3200-RESOLVE-RECEIVER - FOR A RULE OF THE SOURCE IN HAND,     *
      * LOOK THE RECEIVER UP ON SUMACCMT AND KEEP THE GL ACCOUNT IN   *
      * EFFECT ON THE FEED DATE.  A RECEIVER THAT CANNOT TAKE A       *
      * POSTING THAT DAY PRINTS AND FAILS ITS SOURCE.                 *
      *================================================================*
       3200-RESOLVE-RECEIVER.
           IF WS-RLT-SOURCE-CC (WS-RULE-IDX)
                   NOT = WS-SRT-COST-CENTER (WS-SRC-IDX)
               GO TO 3200-RESOLVE-RECEIVER-EXIT
           END-IF.

           MOVE SPACES TO WS-NOTE-TEXT.
           MOVE SPACES TO WS-RLT-GL-ACCOUNT (WS-RULE-IDX).
           MOVE WS-RLT-RECEIVER-CC (WS-RULE-IDX) TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   MOVE ZERO TO WS-MAP-SLOT
                   PERFORM 3250-MATCH-MAPPING
                       THRU 3250-MATCH-MAPPING-EXIT
                       VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > CM-MAP-COUNT
                   EVALUATE TRUE
                       WHEN WS-MAP-SLOT = ZERO
                           MOVE "** RECEIVER NOT YET MAPPED **"
                               TO WS-NOTE-TEXT
                       WHEN CM-INACTIVE (WS-MAP-SLOT)
                           MOVE "** RECEIVER INACTIVE **"
                               TO WS-NOTE-TEXT
                       WHEN OTHER
                           MOVE CM-GL-ACCOUNT (WS-MAP-SLOT)
                               TO WS-RLT-GL-ACCOUNT (WS-RULE-IDX)
                   END-EVALUATE
               WHEN "23"
                   MOVE "** RECEIVER NOT ON SUMACCMT **"
                       TO WS-NOTE-TEXT
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-NOTE-TEXT NOT = SPACES
               SET WS-SOURCE-FAILED TO TRUE
               MOVE WS-RLT-SOURCE-CC (WS-RULE-IDX)   TO WSD-SOURCE-CC
               MOVE WS-RLT-RECEIVER-CC (WS-RULE-IDX) TO WSD-RECEIVER-CC
               MOVE WS-RLT-PERCENT (WS-RULE-IDX)     TO WSD-PERCENT
               MOVE WS-NOTE-TEXT                     TO WSD-NOTE
               PERFORM 3050-PRINT-DETAIL
                   THRU 3050-PRINT-DETAIL-EXIT
           END-IF.
       3200-RESOLVE-RECEIVER-EXIT.
           EXIT.

      *================================================================*
      * 3250-MATCH-MAPPING - REMEMBER THIS DATED MAPPING IF IT IS IN  *
      * EFFECT ON THE FEED DATE.  THE MASTER KEEPS THEM IN DATE       *
      * ORDER, SO THE LAST ONE REMEMBERED IS THE ONE THAT APPLIES.    *
      *================================================================*
       3250-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-FEED-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       3250-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 3300-COMPUTE-SHARE - WORK OUT ONE ORDINARY RECEIVER'S ROUNDED *
      * SHARE OF THE SOURCE IN HAND, AND NOTE WHICH RULE IS THE       *
      * ROUNDING RECEIVER SO IT CAN TAKE THE REMAINDER.               *
      *================================================================*
       3300-COMPUTE-SHARE.
           IF WS-RLT-SOURCE-CC (WS-RULE-IDX)
                   NOT = WS-SRT-COST-CENTER (WS-SRC-IDX)
               GO TO 3300-COMPUTE-SHARE-EXIT
           END-IF.

           IF WS-RLT-ROUNDING (WS-RULE-IDX)
               MOVE WS-RULE-IDX TO WS-ROUND-RULE
               GO TO 3300-COMPUTE-SHARE-EXIT
           END-IF.

           COMPUTE WS-RLT-SHARE (WS-RULE-IDX) ROUNDED =
               WS-SOURCE-AMOUNT * WS-RLT-PERCENT (WS-RULE-IDX) / 100.

           ADD WS-RLT-SHARE (WS-RULE-IDX) TO WS-SHARE-TOTAL.
       3300-COMPUTE-SHARE-EXIT.
           EXIT.

      *================================================================*
      * 3400-WRITE-RECEIVER-LINE - DEBIT ONE RECEIVER OF THE SOURCE   *
      * IN HAND ON ITS OWN GL ACCOUNT AND PRINT THE SPLIT.            *
      *================================================================*
       3400-WRITE-RECEIVER-LINE.
           IF WS-RLT-SOURCE-CC (WS-RULE-IDX)
                   NOT = WS-SRT-COST-CENTER (WS-SRC-IDX)
               GO TO 3400-WRITE-RECEIVER-LINE-EXIT
           END-IF.

           MOVE WS-RLT-RECEIVER-CC (WS-RULE-IDX) TO WS-OUT-COST-CENTER.
           MOVE WS-RLT-GL-ACCOUNT (WS-RULE-IDX)  TO WS-OUT-GL-ACCOUNT.
           MOVE WS-RLT-SHARE (WS-RULE-IDX)       TO WS-OUT-AMOUNT.
           PERFORM 3500-WRITE-ALLOC-REC
               THRU 3500-WRITE-ALLOC-REC-EXIT.

           MOVE WS-RLT-SOURCE-CC (WS-RULE-IDX)   TO WSD-SOURCE-CC.
           MOVE WS-RLT-RECEIVER-CC (WS-RULE-IDX) TO WSD-RECEIVER-CC.
           MOVE WS-RLT-PERCENT (WS-RULE-IDX)     TO WSD-PERCENT.
           MOVE WS-OUT-GL-ACCOUNT                TO WSD-GL-ACCOUNT.
           MOVE WS-OUT-AMOUNT                    TO WSD-AMOUNT.
           IF WS-RLT-ROUNDING (WS-RULE-IDX)
               MOVE "ROUNDING RECEIVER" TO WSD-NOTE
           END-IF.
           PERFORM 3050-PRINT-DETAIL
               THRU 3050-PRINT-DETAIL-EXIT.
       3400-WRITE-RECEIVER-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3500-WRITE-ALLOC-REC - WRITE ONE ALLOCATION LINE TO SUMAALOC  *
      * IN THE SUMAPOST LAYOUT (SOURCE SYSTEM "ALLOC", ONE RECORD      *
      * PER LINE) AND CARRY IT TO THE COST CENTER'S NET FOR SUMAHIST. *
      *================================================================*
       3500-WRITE-ALLOC-REC.
           MOVE SPACES             TO SUMA-ALLOC-OUT-REC.
           MOVE WS-FEED-DATE       TO SAO-RUN-DATE.
           MOVE WS-FEED-CYCLE      TO SAO-CYCLE-NBR.
           MOVE "C"                TO SAO-RECORD-TYPE.
           MOVE "ALLOC"            TO SAO-SOURCE-SYSTEM.
           MOVE WS-OUT-COST-CENTER TO SAO-COST-CENTER.
           MOVE WS-OUT-GL-ACCOUNT  TO SAO-GL-ACCOUNT.
           MOVE 1                  TO SAO-REC-COUNT.
           MOVE WS-OUT-AMOUNT      TO SAO-AMOUNT.

           WRITE SUMA-ALLOC-OUT-REC.

           ADD 1 TO WS-ALLOC-LINE-COUNT.
           ADD WS-OUT-AMOUNT TO WS-ALLOC-NET.

           SET WS-NET-NOT-FOUND TO TRUE.
           PERFORM 3550-MATCH-NET
               THRU 3550-MATCH-NET-EXIT
               VARYING WS-NET-SLOT FROM 1 BY 1
               UNTIL WS-NET-SLOT > WS-NET-COUNT
                   OR WS-NET-FOUND.

           IF WS-NET-NOT-FOUND
               IF WS-NET-COUNT >= WS-MAX-NETS
                   DISPLAY "MORE THAN " WS-MAX-NETS
                       " COST CENTERS ALLOCATED - TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NET-COUNT
               MOVE WS-OUT-COST-CENTER
                   TO WS-NTT-COST-CENTER (WS-NET-COUNT)
               MOVE WS-OUT-AMOUNT TO WS-NTT-AMOUNT (WS-NET-COUNT)
           END-IF.
       3500-WRITE-ALLOC-REC-EXIT.
           EXIT.

      *================================================================*
      * 3550-MATCH-NET - IF THIS NET SLOT IS THE LINE'S COST CENTER,  *
      * ADD THE LINE IN AND STOP THE SCAN.                            *
      *================================================================*
       3550-MATCH-NET.
           IF WS-NTT-COST-CENTER (WS-NET-SLOT) = WS-OUT-COST-CENTER
               ADD WS-OUT-AMOUNT TO WS-NTT-AMOUNT (WS-NET-SLOT)
               SET WS-NET-FOUND TO TRUE
           END-IF.
       3550-MATCH-NET-EXIT.
           EXIT.

      *================================================================*
      * 3700-APPLY-HISTORY - FOLD THE NIGHT'S NET ALLOCATION INTO THE *
      * SUMAHIST RECORDS FOR THE FEED DATE.  ANY ALLOCATION AN        *
      * EARLIER RUN OF THE SAME DATE LEFT THERE IS BACKED OUT FIRST,  *
      * SO A RERUN REPLACES THE ALLOCATION INSTEAD OF DOUBLING IT -   *
      * A RECORD THE ALLOCATION ALONE CREATED (NO POSTINGS OF ITS     *
      * OWN) IS DELETED.  A MISSING DD IS NOTED AND FORGIVEN, AS IN   *
      * SUMAUNE.                                                      *
      *================================================================*
       3700-APPLY-HISTORY.
           OPEN I-O SUMA-HISTORY-FILE.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST NOT PRESENT - ALLOCATION NOT "
                   "RECORDED - FILE STATUS " WS-HST-FILE-STATUS
               GO TO 3700-APPLY-HISTORY-EXIT
           END-IF.

           MOVE WS-FEED-DATE TO PH-RUN-DATE.
           MOVE LOW-VALUES   TO PH-COST-CENTER.

           START SUMA-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY.

           EVALUATE WS-HST-FILE-STATUS
               WHEN "00"
                   SET WS-HIST-EOF-NO TO TRUE
                   PERFORM 3720-BACK-OUT-ONE
                       THRU 3720-BACK-OUT-ONE-EXIT
                       UNTIL WS-HIST-EOF-YES
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMAHIST START FAILED - FILE STATUS "
                       WS-HST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 3750-APPLY-ONE-NET
               THRU 3750-APPLY-ONE-NET-EXIT
               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT.

           CLOSE SUMA-HISTORY-FILE.
       3700-APPLY-HISTORY-EXIT.
           EXIT.

      *================================================================*
      * 3720-BACK-OUT-ONE - READ THE NEXT HISTORY RECORD OF THE FEED  *
      * DATE AND TAKE ANY EARLIER ALLOCATION BACK OUT OF IT.          *
      *================================================================*
       3720-BACK-OUT-ONE.
           READ SUMA-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
                   GO TO 3720-BACK-OUT-ONE-EXIT
           END-READ.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST READ FAILED - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PH-RUN-DATE NOT = WS-FEED-DATE
               SET WS-HIST-EOF-YES TO TRUE
               GO TO 3720-BACK-OUT-ONE-EXIT
           END-IF.

           IF PH-ALLOC-AMOUNT = ZERO
               AND PH-REC-COUNT NOT = ZERO
               GO TO 3720-BACK-OUT-ONE-EXIT
           END-IF.

           SUBTRACT PH-ALLOC-AMOUNT FROM PH-AMOUNT.
           MOVE ZERO TO PH-ALLOC-AMOUNT.
           ADD 1 TO WS-BACKOUT-COUNT.

           IF PH-REC-COUNT = ZERO
               DELETE SUMA-HISTORY-FILE RECORD
           ELSE
               REWRITE SUMA-HISTORY-REC
           END-IF.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST BACKOUT FAILED FOR "
                   PH-COST-CENTER " - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3720-BACK-OUT-ONE-EXIT.
           EXIT.

      *================================================================*
      * 3750-APPLY-ONE-NET - ADD ONE COST CENTER'S NET ALLOCATION TO  *
      * ITS HISTORY RECORD FOR THE FEED DATE, OR WRITE A RECORD WITH  *
      * NO POSTINGS OF ITS OWN IF IT HAD NONE TONIGHT.                *
      *================================================================*
       3750-APPLY-ONE-NET.
           IF WS-NTT-AMOUNT (WS-NET-IDX) = ZERO
               GO TO 3750-APPLY-ONE-NET-EXIT
           END-IF.

           MOVE WS-FEED-DATE                    TO PH-RUN-DATE.
           MOVE WS-NTT-COST-CENTER (WS-NET-IDX) TO PH-COST-CENTER.

           READ SUMA-HISTORY-FILE.

           EVALUATE WS-HST-FILE-STATUS
               WHEN "00"
                   ADD WS-NTT-AMOUNT (WS-NET-IDX) TO PH-AMOUNT
                   ADD WS-NTT-AMOUNT (WS-NET-IDX) TO PH-ALLOC-AMOUNT
                   REWRITE SUMA-HISTORY-REC
               WHEN "23"
                   MOVE ZERO                       TO PH-REC-COUNT
                   MOVE WS-NTT-AMOUNT (WS-NET-IDX) TO PH-AMOUNT
                   MOVE WS-NTT-AMOUNT (WS-NET-IDX) TO PH-ALLOC-AMOUNT
                   WRITE SUMA-HISTORY-REC
               WHEN OTHER
                   DISPLAY "SUMAHIST READ FAILED FOR "
                       PH-COST-CENTER " - FILE STATUS "
                       WS-HST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST UPDATE FAILED FOR "
                   PH-COST-CENTER " - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HIST-APPLIED-COUNT.
       3750-APPLY-ONE-NET-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PROVE THE FEED AND THE RULES, ALLOCATE EVERY *
      * SOURCE, CLOSE THE ALLOCATION FEED WITH ITS T RECORD, UPDATE   *
      * THE HISTORY AND PRINT THE COUNTS AND THE VERDICT.             *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

      *    A VALIDATE-ONLY OR PRELIMINARY CYCLE CUTS NO FEED AT ALL -
      *    NOTHING POSTED, SO THERE IS NOTHING TO SPREAD.  SUMAALOC
      *    STILL GETS ITS T RECORD - ZERO LINES, ZERO AMOUNT, DATED
      *    THE RUN DATE SINCE THERE IS NO FEED DATE.
           IF WS-C-REC-COUNT = ZERO
               AND WS-T-REC-COUNT = ZERO
               MOVE SPACES        TO SUMA-ALLOC-OUT-REC
               MOVE WS-RUN-DATE   TO SAO-RUN-DATE
               MOVE ZERO          TO SAO-CYCLE-NBR
               MOVE "T"           TO SAO-RECORD-TYPE
               MOVE ZERO          TO SAO-REC-COUNT
               MOVE ZERO          TO SAO-AMOUNT
               WRITE SUMA-ALLOC-OUT-REC
               MOVE "NO POSTING FEED TONIGHT - NOTHING ALLOCATED"
                   TO WSS-STATUS
               WRITE SUMA-ALLOC-REPORT-LINE FROM WS-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "SUMAPOST EMPTY - NOTHING ALLOCATED"
               CLOSE SUMA-POSTING-FILE
                     SUMA-CCMAST-FILE
                     SUMA-ALLOC-FILE
                     SUMA-ALLOC-REPORT-FILE
               GO TO 9000-TERMINATE-EXIT
           END-IF.

      *    A FEED WITH NO T RECORD, OR WHOSE C RECORDS DO NOT FOOT TO
      *    IT, IS AN EMPTY OR HALF-WRITTEN NIGHT - NOTHING ALLOCATES.
           IF WS-T-REC-COUNT NOT = 1
               OR WS-C-TOTAL-COUNT NOT = WS-T-TOTAL-COUNT
               OR WS-C-TOTAL-AMOUNT NOT = WS-T-TOTAL-AMOUNT
               MOVE "*** SUMAPOST DOES NOT CROSS-FOOT ***"
                   TO WSS-STATUS
               WRITE SUMA-ALLOC-REPORT-LINE FROM WS-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "SUMAPOST DOES NOT CROSS-FOOT - "
                   "NO ALLOCATION FEED CUT"
               CLOSE SUMA-POSTING-FILE
                     SUMA-CCMAST-FILE
                     SUMA-ALLOC-FILE
                     SUMA-ALLOC-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A RULE SET IN ERROR COULD SPREAD A SOURCE TO THE WRONG
      *    PLACES OR NOT TO 100 PERCENT - NOTHING ALLOCATES UNTIL
      *    THE RULES ARE PUT RIGHT.
           IF WS-RULE-ERROR-COUNT > ZERO
               MOVE "*** ALLOCATION RULES IN ERROR - NOTHING CUT ***"
                   TO WSS-STATUS
               WRITE SUMA-ALLOC-REPORT-LINE FROM WS-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "SUMAALR RULES IN ERROR - "
                   "NO ALLOCATION FEED CUT"
               CLOSE SUMA-POSTING-FILE
                     SUMA-CCMAST-FILE
                     SUMA-ALLOC-FILE
                     SUMA-ALLOC-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FEED-DATE  TO WSF-FEED-DATE.
           MOVE WS-FEED-CYCLE TO WSF-FEED-CYCLE.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-FEED-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 3000-ALLOCATE-SOURCE
               THRU 3000-ALLOCATE-SOURCE-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

           MOVE SPACES              TO SUMA-ALLOC-OUT-REC.
           MOVE WS-FEED-DATE        TO SAO-RUN-DATE.
           MOVE WS-FEED-CYCLE       TO SAO-CYCLE-NBR.
           MOVE "T"                 TO SAO-RECORD-TYPE.
           MOVE WS-ALLOC-LINE-COUNT TO SAO-REC-COUNT.
           MOVE WS-ALLOC-NET        TO SAO-AMOUNT.

           WRITE SUMA-ALLOC-OUT-REC.

           PERFORM 3700-APPLY-HISTORY
               THRU 3700-APPLY-HISTORY-EXIT.

           MOVE WS-TOTAL-ALLOCATED TO WST-AMOUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "SHARED SERVICES ON RULES ..." TO WSC-LABEL.
           MOVE WS-SRC-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "SOURCES ALLOCATED .........." TO WSC-LABEL.
           MOVE WS-ALLOCATED-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "SOURCES NOT ALLOCATED ......" TO WSC-LABEL.
           MOVE WS-SKIPPED-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ALLOCATION LINES WRITTEN ..." TO WSC-LABEL.
           MOVE WS-ALLOC-LINE-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "HISTORY RECORDS BACKED OUT ." TO WSC-LABEL.
           MOVE WS-BACKOUT-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "HISTORY RECORDS ALLOCATED ." TO WSC-LABEL.
           MOVE WS-HIST-APPLIED-COUNT TO WSC-COUNT.
           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-SKIPPED-COUNT = ZERO
               MOVE "EVERY SHARED SERVICE ALLOCATED - FEED NETS ZERO"
                   TO WSS-STATUS
           ELSE
               MOVE "*** SOURCES NOT ALLOCATED - SEE RECEIVER NOTES"
                   TO WSS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE SUMA-ALLOC-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-POSTING-FILE
                 SUMA-CCMAST-FILE
                 SUMA-ALLOC-FILE
                 SUMA-ALLOC-REPORT-FILE.

           DISPLAY "SUMAREPARTE - SOURCES ALLOCATED:  "
               WS-ALLOCATED-COUNT.
           DISPLAY "SUMAREPARTE - SOURCES SKIPPED:    "
               WS-SKIPPED-COUNT.
           DISPLAY "SUMAREPARTE - TOTAL ALLOCATED:    "
               WS-TOTAL-ALLOCATED.
       9000-TERMINATE-EXIT.
           EXIT.
