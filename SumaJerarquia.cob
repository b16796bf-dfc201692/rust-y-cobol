      *================================================================*
      * PROGRAM-ID.  SumaJerarquia                                    *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - BATCH MAINTENANCE OF THE SUMAJER
      *                COST-CENTER HIERARCHY (COST CENTER UNDER
      *                DEPARTMENT, DIVISION AND REGION), IN THE MOLD
      *                OF SUMACENTRO.  APPLIES ADD/CHANGE/DELETE
      *                CARDS FROM SUMAJCN, REFUSING AN ORPHAN (PARENT
      *                NOT ON FILE), A PARENT CHAIN THAT LOOPS OR
      *                BREAKS BEFORE IT REACHES A REGION, A COST
      *                CENTER NOT ON SUMACCMT, AND THE DELETE OF A
      *                NODE THAT STILL HAS CHILDREN.  PRINTS A
      *                MAINTENANCE REPORT ON SUMAJRPT FOLLOWED BY THE
      *                WHOLE HIERARCHY, AND SETS RETURN-CODE 8 WHEN
      *                ANY CARD COULD NOT BE APPLIED.
      * 10/15/2026 RA  LOOP MESSAGE SHORTENED TO FIT THE RESULT FIELD.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaJerarquia.
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
           SELECT SUMA-HIER-MAINT-FILE ASSIGN TO SUMAJCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-HIER-FILE ASSIGN TO SUMAJER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-HIER-REPORT-FILE ASSIGN TO SUMAJRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-HIER-MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAJCN.

       FD  SUMA-HIER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAJER.

       FD  SUMA-CCMAST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-HIER-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-HIER-REPORT-LINE           PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-VALID-SW             PIC X(01)   VALUE "Y".
               88  WS-VALID-YES                     VALUE "Y".
               88  WS-VALID-NO                       VALUE "N".
           05  WS-HIER-EOF-SW          PIC X(01)   VALUE "N".
               88  WS-HIER-EOF-YES                 VALUE "Y".
               88  WS-HIER-EOF-NO                  VALUE "N".
           05  WS-LISTING-SW           PIC X(01)   VALUE "N".
               88  WS-LISTING-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".
           05  WS-WALK-SW              PIC X(01)   VALUE "W".
               88  WS-WALK-CLIMBING                VALUE "W".
               88  WS-WALK-AT-TOP                  VALUE "T".
               88  WS-WALK-FAILED                  VALUE "F".
               88  WS-WALK-DONE                    VALUE "T" "F".
           05  WS-CHILD-SW             PIC X(01)   VALUE "N".
               88  WS-CHILD-FOUND                  VALUE "Y".
               88  WS-CHILD-NOT-FOUND              VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ADD-COUNT                PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-DELETE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-NODE-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WALK-DEPTH               PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-WALK-DEPTH           PIC 9(03)   COMP    VALUE 4.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-HIR-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------
      *    THE CARD'S NODE KEY, THE LEVEL ITS PARENT SITS AT, AND
      *    THE NAME AND PARENT IT WILL CARRY ONCE APPLIED.  LEVELS
      *    CLIMB C - D - V - R; THE LEVEL ABOVE A REGION IS THE
      *    COMPANY, WHICH IS NOT A NODE.
      *----------------------------------------------------------------
       01  WS-CARD-KEY.
           05  WS-CARD-LEVEL           PIC X(01)   VALUE SPACES.
           05  WS-CARD-CODE            PIC X(06)   VALUE SPACES.
       01  WS-PARENT-LEVEL             PIC X(01)   VALUE SPACES.
       01  WS-CHILD-LEVEL              PIC X(01)   VALUE SPACES.
       01  WS-LEVEL-IN                 PIC X(01)   VALUE SPACES.
       01  WS-LEVEL-ABOVE              PIC X(01)   VALUE SPACES.
       01  WS-LEVEL-BELOW              PIC X(01)   VALUE SPACES.
       01  WS-NEW-PARENT-CODE          PIC X(06)   VALUE SPACES.
       01  WS-NEW-NODE-NAME            PIC X(30)   VALUE SPACES.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "SUMAJERARQUIA - COST CENTER HIERARCHY   ".
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
           05  FILLER              PIC X(08) VALUE "CARD NO.".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "ACTION ".
           05  FILLER              PIC X(06) VALUE "LEVEL ".
           05  FILLER              PIC X(08) VALUE "NODE".
           05  FILLER              PIC X(08) VALUE "PARENT".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CARD-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-ACTION          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-LEVEL           PIC X(01).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WSD-NODE-CODE       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-PARENT-CODE     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-NODE-NAME       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      *    HIERARCHY LISTING PAGES - ONE LINE PER NODE ON FILE
      *----------------------------------------------------------------
       01  WS-LIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(14) VALUE "LEVEL".
           05  FILLER              PIC X(08) VALUE "NODE".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(08) VALUE "PARENT".
           05  FILLER              PIC X(11) VALUE "MAINTAINED".
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-LEVEL-NAME      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-NODE-CODE       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-NODE-NAME       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-PARENT-CODE     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(25) VALUE SPACES.
           05  WST-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-MAINT-CARD
               THRU 2000-PROCESS-MAINT-CARD-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - OPEN FILES, PRIME THE READ                  *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAJERARQUIA - HIERARCHY MAINTENANCE STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-HIER-MAINT-FILE.
           OPEN OUTPUT SUMA-HIER-REPORT-FILE.

           OPEN I-O SUMA-HIER-FILE.
           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAJER OPEN FAILED - FILE STATUS "
                   WS-HIR-FILE-STATUS
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

           PERFORM 2100-READ-MAINT-CARD
               THRU 2100-READ-MAINT-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-MAINT-CARD - VALIDATE ONE CARD, APPLY IT TO THE  *
      * HIERARCHY, PRINT ITS RESULT, THEN READ THE NEXT CARD.         *
      *================================================================*
       2000-PROCESS-MAINT-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2200-VALIDATE-MAINT-CARD
               THRU 2200-VALIDATE-MAINT-CARD-EXIT.

           IF WS-VALID-YES
               EVALUATE TRUE
                   WHEN JC-ACTION-ADD
                       PERFORM 2500-APPLY-ADD
                           THRU 2500-APPLY-ADD-EXIT
                   WHEN JC-ACTION-CHANGE
                       PERFORM 2600-APPLY-CHANGE
                           THRU 2600-APPLY-CHANGE-EXIT
                   WHEN JC-ACTION-DELETE
                       PERFORM 2700-APPLY-DELETE
                           THRU 2700-APPLY-DELETE-EXIT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.

           PERFORM 2100-READ-MAINT-CARD
               THRU 2100-READ-MAINT-CARD-EXIT.
       2000-PROCESS-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-MAINT-CARD - READ THE NEXT CARD, SET EOF SWITCH     *
      *================================================================*
       2100-READ-MAINT-CARD.
           READ SUMA-HIER-MAINT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-MAINT-CARD-EXIT
           END-READ.
       2100-READ-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2200-VALIDATE-MAINT-CARD - THE ACTION MUST BE A, C OR D, THE  *
      * LEVEL C, D, V OR R, AND THE NODE CODE PRESENT (A COST CENTER  *
      * FITS IN FOUR BYTES).  A REGION TAKES NO PARENT; EVERY OTHER   *
      * ADD NEEDS ONE, AND A NAME.  A COST CENTER ADDED MUST BE ON    *
      * SUMACCMT - ITS MASTER DEPARTMENT NAME STANDS IN FOR A BLANK   *
      * NAME.  A PARENT PUNCHED ON AN ADD OR CHANGE MUST BE ON FILE   *
      * AND CLIMB TO A REGION (2300).                                 *
      *================================================================*
       2200-VALIDATE-MAINT-CARD.
           SET WS-VALID-YES TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.

           IF NOT JC-ACTION-ADD
               AND NOT JC-ACTION-CHANGE
               AND NOT JC-ACTION-DELETE
               MOVE "ACTION CODE NOT A, C OR D" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF NOT JC-LEVEL-COST-CENTER
               AND NOT JC-LEVEL-DEPARTMENT
               AND NOT JC-LEVEL-DIVISION
               AND NOT JC-LEVEL-REGION
               MOVE "LEVEL NOT C, D, V OR R" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF JC-NODE-CODE = SPACES
               MOVE "NODE CODE MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF JC-LEVEL-COST-CENTER
               AND JC-NODE-CODE-REST NOT = SPACES
               MOVE "COST CENTER OVER 4 BYTES" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           MOVE JC-LEVEL     TO WS-CARD-LEVEL.
           MOVE JC-NODE-CODE TO WS-CARD-CODE.
           MOVE JC-LEVEL     TO WS-LEVEL-IN.
           PERFORM 2400-FIND-LEVEL-ABOVE
               THRU 2400-FIND-LEVEL-ABOVE-EXIT.
           MOVE WS-LEVEL-ABOVE TO WS-PARENT-LEVEL.
           MOVE WS-LEVEL-BELOW TO WS-CHILD-LEVEL.
           MOVE JC-PARENT-CODE TO WS-NEW-PARENT-CODE.
           MOVE JC-NODE-NAME   TO WS-NEW-NODE-NAME.

           IF JC-ACTION-DELETE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF JC-LEVEL-REGION
               IF JC-PARENT-CODE NOT = SPACES
                   MOVE "A REGION TAKES NO PARENT" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2200-VALIDATE-MAINT-CARD-EXIT
               END-IF
           ELSE
               IF JC-ACTION-ADD
                   AND JC-PARENT-CODE = SPACES
                   MOVE "PARENT CODE MISSING" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2200-VALIDATE-MAINT-CARD-EXIT
               END-IF
           END-IF.

           IF JC-ACTION-ADD
               AND JC-LEVEL-COST-CENTER
               PERFORM 2250-CHECK-COST-CENTER
                   THRU 2250-CHECK-COST-CENTER-EXIT
               IF WS-VALID-NO
                   GO TO 2200-VALIDATE-MAINT-CARD-EXIT
               END-IF
           END-IF.

           IF JC-ACTION-ADD
               AND WS-NEW-NODE-NAME = SPACES
               MOVE "NODE NAME MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF WS-NEW-PARENT-CODE NOT = SPACES
               PERFORM 2300-WALK-PARENT-CHAIN
                   THRU 2300-WALK-PARENT-CHAIN-EXIT
           END-IF.
       2200-VALIDATE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2250-CHECK-COST-CENTER - A COST CENTER ONLY ENTERS THE        *
      * HIERARCHY ONCE IT IS ON THE SUMACCMT MASTER.  A BLANK NAME    *
      * ON THE CARD TAKES THE MASTER'S DEPARTMENT NAME.               *
      *================================================================*
       2250-CHECK-COST-CENTER.
           MOVE JC-NODE-COST-CENTER TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   IF WS-NEW-NODE-NAME = SPACES
                       MOVE CM-DEPARTMENT TO WS-NEW-NODE-NAME
                   END-IF
               WHEN "23"
                   MOVE "COST CENTER NOT ON SUMACCMT" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2250-CHECK-COST-CENTER-EXIT.
           EXIT.

      *================================================================*
      * 2300-WALK-PARENT-CHAIN - CLIMB FROM THE CARD'S PARENT TO THE  *
      * TOP OF THE HIERARCHY.  THE PARENT ITSELF MISSING MAKES THE    *
      * NODE AN ORPHAN; ANY NODE FURTHER UP MISSING, OR A NON-REGION  *
      * WITH NO PARENT, IS A BROKEN CHAIN; MEETING THE CARD'S OWN     *
      * NODE, OR CLIMBING PAST THE FOUR LEVELS WITHOUT REACHING A     *
      * REGION, IS A LOOP.  ONLY A CHAIN THAT ENDS ON A REGION        *
      * PASSES, SO EVERY COST CENTER ROLLS UP TO THE COMPANY.         *
      *================================================================*
       2300-WALK-PARENT-CHAIN.
           MOVE ZERO              TO WS-WALK-DEPTH.
           SET WS-WALK-CLIMBING   TO TRUE.
           MOVE WS-PARENT-LEVEL   TO JR-LEVEL.
           MOVE WS-NEW-PARENT-CODE TO JR-NODE-CODE.

           PERFORM 2350-WALK-ONE-LEVEL
               THRU 2350-WALK-ONE-LEVEL-EXIT
               UNTIL WS-WALK-DONE.

           IF WS-WALK-FAILED
               SET WS-VALID-NO TO TRUE
           END-IF.
       2300-WALK-PARENT-CHAIN-EXIT.
           EXIT.

      *================================================================*
      * 2350-WALK-ONE-LEVEL - READ THE NODE THE KEY POINTS AT, THEN   *
      * POINT THE KEY AT ITS PARENT.                                  *
      *================================================================*
       2350-WALK-ONE-LEVEL.
           ADD 1 TO WS-WALK-DEPTH.

           IF WS-WALK-DEPTH > WS-MAX-WALK-DEPTH
               MOVE "PARENT CHAIN LOOPS" TO WS-RESULT-TEXT
               SET WS-WALK-FAILED TO TRUE
               GO TO 2350-WALK-ONE-LEVEL-EXIT
           END-IF.

           IF JR-KEY = WS-CARD-KEY
               MOVE "PARENT CHAIN LOOPS TO ITSELF"
                   TO WS-RESULT-TEXT
               SET WS-WALK-FAILED TO TRUE
               GO TO 2350-WALK-ONE-LEVEL-EXIT
           END-IF.

           READ SUMA-HIER-FILE.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   IF WS-WALK-DEPTH = 1
                       MOVE "PARENT NOT ON FILE - ORPHAN"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "PARENT CHAIN BROKEN ABOVE"
                           TO WS-RESULT-TEXT
                   END-IF
                   SET WS-WALK-FAILED TO TRUE
                   GO TO 2350-WALK-ONE-LEVEL-EXIT
               WHEN OTHER
                   DISPLAY "SUMAJER READ FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF JR-LEVEL-REGION
               IF JR-PARENT-CODE = SPACES
                   SET WS-WALK-AT-TOP TO TRUE
               ELSE
                   MOVE "PARENT CHAIN LOOPS" TO WS-RESULT-TEXT
                   SET WS-WALK-FAILED TO TRUE
               END-IF
               GO TO 2350-WALK-ONE-LEVEL-EXIT
           END-IF.

           IF JR-PARENT-CODE = SPACES
               MOVE "PARENT CHAIN BROKEN ABOVE" TO WS-RESULT-TEXT
               SET WS-WALK-FAILED TO TRUE
               GO TO 2350-WALK-ONE-LEVEL-EXIT
           END-IF.

           MOVE JR-LEVEL TO WS-LEVEL-IN.
           PERFORM 2400-FIND-LEVEL-ABOVE
               THRU 2400-FIND-LEVEL-ABOVE-EXIT.
           MOVE WS-LEVEL-ABOVE TO JR-LEVEL.
           MOVE JR-PARENT-CODE TO JR-NODE-CODE.
       2350-WALK-ONE-LEVEL-EXIT.
           EXIT.

      *================================================================*
      * 2400-FIND-LEVEL-ABOVE - THE LEVELS EITHER SIDE OF WS-LEVEL-IN *
      * - A REGION'S PARENT IS THE COMPANY (SPACE), A COST CENTER     *
      * HAS NO CHILDREN (SPACE).                                      *
      *================================================================*
       2400-FIND-LEVEL-ABOVE.
           EVALUATE WS-LEVEL-IN
               WHEN "C"
                   MOVE "D"   TO WS-LEVEL-ABOVE
                   MOVE SPACE TO WS-LEVEL-BELOW
               WHEN "D"
                   MOVE "V"   TO WS-LEVEL-ABOVE
                   MOVE "C"   TO WS-LEVEL-BELOW
               WHEN "V"
                   MOVE "R"   TO WS-LEVEL-ABOVE
                   MOVE "D"   TO WS-LEVEL-BELOW
               WHEN "R"
                   MOVE SPACE TO WS-LEVEL-ABOVE
                   MOVE "V"   TO WS-LEVEL-BELOW
               WHEN OTHER
                   MOVE SPACE TO WS-LEVEL-ABOVE
                   MOVE SPACE TO WS-LEVEL-BELOW
           END-EVALUATE.
       2400-FIND-LEVEL-ABOVE-EXIT.
           EXIT.

      *================================================================*
      * 2500-APPLY-ADD - WRITE THE NEW NODE UNDER ITS PARENT.  A KEY  *
      * ALREADY ON FILE IS A CARD ERROR, NOT AN ABEND - THE CARD IS   *
      * REPORTED AND THE RUN CARRIES ON.                              *
      *================================================================*
       2500-APPLY-ADD.
           INITIALIZE SUMA-HIER-REC.
           MOVE WS-CARD-LEVEL      TO JR-LEVEL.
           MOVE WS-CARD-CODE       TO JR-NODE-CODE.
           MOVE WS-NEW-PARENT-CODE TO JR-PARENT-CODE.
           MOVE WS-NEW-NODE-NAME   TO JR-NODE-NAME.
           MOVE WS-RUN-DATE        TO JR-LAST-MAINT-DATE.

           WRITE SUMA-HIER-REC.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADD-COUNT
               WHEN "22"
                   MOVE "NODE ALREADY ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMAJER WRITE FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2500-APPLY-ADD-EXIT.
           EXIT.

      *================================================================*
      * 2600-APPLY-CHANGE - REWRITE AN EXISTING NODE WITH THE CARD'S  *
      * NAME AND/OR PARENT - A BLANK ONE KEEPS WHAT IS ON FILE.  A    *
      * NODE MOVED UNDER A NEW PARENT TAKES ITS WHOLE SUBTREE WITH    *
      * IT; THE NEW PARENT'S CHAIN WAS PROVED IN 2300.                *
      *================================================================*
       2600-APPLY-CHANGE.
           MOVE WS-CARD-LEVEL TO JR-LEVEL.
           MOVE WS-CARD-CODE  TO JR-NODE-CODE.

           READ SUMA-HIER-FILE.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "NODE NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2600-APPLY-CHANGE-EXIT
               WHEN OTHER
                   DISPLAY "SUMAJER READ FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-NEW-PARENT-CODE = SPACES
               AND WS-NEW-NODE-NAME = SPACES
               MOVE "NOTHING TO CHANGE" TO WS-RESULT-TEXT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2600-APPLY-CHANGE-EXIT
           END-IF.

           IF WS-NEW-PARENT-CODE NOT = SPACES
               MOVE WS-NEW-PARENT-CODE TO JR-PARENT-CODE
           END-IF.
           IF WS-NEW-NODE-NAME NOT = SPACES
               MOVE WS-NEW-NODE-NAME TO JR-NODE-NAME
           END-IF.
           MOVE WS-RUN-DATE TO JR-LAST-MAINT-DATE.

           REWRITE SUMA-HIER-REC.

           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAJER REWRITE FAILED - FILE STATUS "
                   WS-HIR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-NEW-PARENT-CODE NOT = SPACES
               MOVE "CHANGED - MOVED UNDER PARENT" TO WS-RESULT-TEXT
           ELSE
               MOVE "CHANGED" TO WS-RESULT-TEXT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
       2600-APPLY-CHANGE-EXIT.
           EXIT.

      *================================================================*
      * 2700-APPLY-DELETE - DELETE A NODE OUTRIGHT.  A NODE WITH ANY  *
      * CHILD STILL UNDER IT IS REFUSED - DELETING IT WOULD ORPHAN    *
      * THEM - SO THE CHILDREN ARE MOVED OR DELETED FIRST.  A COST    *
      * CENTER DELETED HERE STAYS ON SUMACCMT; THE ROLLUP REPORTS IT  *
      * AS UNASSIGNED UNTIL IT IS PLACED AGAIN.                       *
      *================================================================*
       2700-APPLY-DELETE.
           IF WS-CHILD-LEVEL NOT = SPACE
               PERFORM 2750-FIND-CHILD
                   THRU 2750-FIND-CHILD-EXIT
               IF WS-CHILD-FOUND
                   MOVE "NODE HAS CHILDREN - MOVE FIRST"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2700-APPLY-DELETE-EXIT
               END-IF
           END-IF.

           MOVE WS-CARD-LEVEL TO JR-LEVEL.
           MOVE WS-CARD-CODE  TO JR-NODE-CODE.

           DELETE SUMA-HIER-FILE.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   MOVE "DELETED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-DELETE-COUNT
               WHEN "23"
                   MOVE "NODE NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMAJER DELETE FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2700-APPLY-DELETE-EXIT.
           EXIT.

      *================================================================*
      * 2750-FIND-CHILD - BROWSE THE LEVEL BELOW THE CARD'S NODE FOR  *
      * ANY NODE THAT NAMES IT AS PARENT.  THE CLUSTER IS KEYED       *
      * LEVEL FIRST, SO THE LEVEL'S NODES ARE CONTIGUOUS.             *
      *================================================================*
       2750-FIND-CHILD.
           SET WS-CHILD-NOT-FOUND TO TRUE.
           SET WS-HIER-EOF-NO     TO TRUE.

           MOVE WS-CHILD-LEVEL TO JR-LEVEL.
           MOVE LOW-VALUES     TO JR-NODE-CODE.
           START SUMA-HIER-FILE
               KEY IS NOT LESS THAN JR-KEY.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 2750-FIND-CHILD-EXIT
               WHEN OTHER
                   DISPLAY "SUMAJER START FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2760-CHECK-NEXT-CHILD
               THRU 2760-CHECK-NEXT-CHILD-EXIT
               UNTIL WS-HIER-EOF-YES
                   OR WS-CHILD-FOUND.
       2750-FIND-CHILD-EXIT.
           EXIT.

      *================================================================*
      * 2760-CHECK-NEXT-CHILD - READ THE NEXT NODE; THE FIRST ONE     *
      * PAST THE CHILD LEVEL ENDS THE BROWSE.                         *
      *================================================================*
       2760-CHECK-NEXT-CHILD.
           PERFORM 4100-READ-NEXT-NODE
               THRU 4100-READ-NEXT-NODE-EXIT.
           IF WS-HIER-EOF-YES
               GO TO 2760-CHECK-NEXT-CHILD-EXIT
           END-IF.

           IF JR-LEVEL NOT = WS-CHILD-LEVEL
               SET WS-HIER-EOF-YES TO TRUE
               GO TO 2760-CHECK-NEXT-CHILD-EXIT
           END-IF.

           IF JR-PARENT-CODE = WS-CARD-CODE
               SET WS-CHILD-FOUND TO TRUE
           END-IF.
       2760-CHECK-NEXT-CHILD-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CARD AND ITS RESULT ON     *
      * THE MAINTENANCE REPORT, ROLLING TO A NEW PAGE WHEN THE        *
      * CURRENT PAGE IS FULL.                                         *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-CARD-COUNT   TO WSD-CARD-COUNT.
           MOVE JC-ACTION       TO WSD-ACTION.
           MOVE JC-LEVEL        TO WSD-LEVEL.
           MOVE JC-NODE-CODE    TO WSD-NODE-CODE.
           MOVE JC-PARENT-CODE  TO WSD-PARENT-CODE.
           MOVE JC-NODE-NAME    TO WSD-NODE-NAME.
           MOVE WS-RESULT-TEXT  TO WSD-RESULT.

           WRITE SUMA-HIER-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR THE HIERARCHY LISTING.      *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-HIER-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-HIER-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-LISTING-PAGE
               WRITE SUMA-HIER-REPORT-LINE FROM WS-LIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-HIER-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-HIERARCHY - AFTER THE CARDS ARE APPLIED, BROWSE    *
      * THE WHOLE HIERARCHY AND PRINT EVERY NODE WITH ITS PARENT, SO  *
      * THE REPORT SHOWS THE HIERARCHY AS IT NOW STANDS.  THE         *
      * CLUSTER IS KEYED LEVEL FIRST, SO EACH LEVEL PRINTS TOGETHER.  *
      *================================================================*
       4000-PRINT-HIERARCHY.
           SET WS-LISTING-PAGE TO TRUE.
           SET WS-HIER-EOF-NO  TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE LOW-VALUES TO JR-KEY.
           START SUMA-HIER-FILE
               KEY IS NOT LESS THAN JR-KEY.

           EVALUATE WS-HIR-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-HIERARCHY-EXIT
               WHEN OTHER
                   DISPLAY "SUMAJER START FAILED - FILE STATUS "
                       WS-HIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-NODE
               THRU 4100-READ-NEXT-NODE-EXIT.

           PERFORM 4200-PRINT-ONE-NODE
               THRU 4200-PRINT-ONE-NODE-EXIT
               UNTIL WS-HIER-EOF-YES.
       4000-PRINT-HIERARCHY-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-NODE - READ THE NEXT NODE IN KEY SEQUENCE,     *
      * SET THE HIERARCHY EOF SWITCH                                  *
      *================================================================*
       4100-READ-NEXT-NODE.
           READ SUMA-HIER-FILE NEXT RECORD
               AT END
                   SET WS-HIER-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-NODE-EXIT
           END-READ.

           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAJER READ NEXT FAILED - FILE STATUS "
                   WS-HIR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-NODE-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-NODE - PRINT ONE NODE, THEN READ THE NEXT.     *
      *================================================================*
       4200-PRINT-ONE-NODE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN JR-LEVEL-COST-CENTER
                   MOVE "COST CENTER" TO WSL-LEVEL-NAME
               WHEN JR-LEVEL-DEPARTMENT
                   MOVE "DEPARTMENT"  TO WSL-LEVEL-NAME
               WHEN JR-LEVEL-DIVISION
                   MOVE "DIVISION"    TO WSL-LEVEL-NAME
               WHEN JR-LEVEL-REGION
                   MOVE "REGION"      TO WSL-LEVEL-NAME
               WHEN OTHER
                   MOVE JR-LEVEL      TO WSL-LEVEL-NAME
           END-EVALUATE.

           MOVE JR-NODE-CODE       TO WSL-NODE-CODE.
           MOVE JR-NODE-NAME       TO WSL-NODE-NAME.
           MOVE JR-PARENT-CODE     TO WSL-PARENT-CODE.
           MOVE JR-LAST-MAINT-DATE TO WSL-MAINT-DATE.

           WRITE SUMA-HIER-REPORT-LINE FROM WS-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-NODE-COUNT.

           PERFORM 4100-READ-NEXT-NODE
               THRU 4100-READ-NEXT-NODE-EXIT.
       4200-PRINT-ONE-NODE-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS AND THE HIERARCHY,      *
      * CLOSE FILES, AND SET THE STEP RETURN CODE WHEN ANY CARD WAS   *
      * IN ERROR.                                                     *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "CARDS READ ............." TO WST-LABEL.
           MOVE WS-CARD-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "NODES ADDED ............" TO WST-LABEL.
           MOVE WS-ADD-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "NODES CHANGED .........." TO WST-LABEL.
           MOVE WS-CHANGE-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "NODES DELETED .........." TO WST-LABEL.
           MOVE WS-DELETE-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-HIERARCHY
               THRU 4000-PRINT-HIERARCHY-EXIT.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.
           MOVE "NODES ON FILE .........." TO WST-LABEL.
           MOVE WS-NODE-COUNT TO WST-COUNT.
           WRITE SUMA-HIER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-HIER-MAINT-FILE
                 SUMA-HIER-FILE
                 SUMA-CCMAST-FILE
                 SUMA-HIER-REPORT-FILE.

           DISPLAY "SUMAJERARQUIA - CARDS READ:     " WS-CARD-COUNT.
           DISPLAY "SUMAJERARQUIA - CARDS IN ERROR: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
