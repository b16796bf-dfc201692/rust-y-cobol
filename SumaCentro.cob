      *                MAINTENANCE REPORT ON SUMACRPT, AND SETS
      *                RETURN-CODE 8 WHEN ANY CARD COULD NOT BE
      *                APPLIED.
      * 10/15/2026 RA  GL ACCOUNT AND STATUS ARE NOW EFFECTIVE-DATED
      *                ON THE MASTER (SUMACCMT RECORDSIZE 344).  AN
      *                ADD OR CHANGE CARD CARRIES AN EFFECTIVE DATE
      *                (SPACES = TODAY, LATER = PENDING) AND ADDS A
      *                DATED MAPPING INSTEAD OF OVERWRITING THE OLD
      *                ONE; A DATED DELETE WITHDRAWS A PENDING
      *                CHANGE.  THE REPORT NOW ENDS WITH THE FULL
      *                MAPPING HISTORY OF EVERY COST CENTER.
      * 10/15/2026 RA  A CHANGE THAT NEEDS A NEW MAPPING WHEN ALL 12
      *                ARE IN USE NOW REJECTS "MAPPING HISTORY FULL"
      *                (RC 8) INSTEAD OF DROPPING THE OLDEST ENTRY.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaCentro.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           05  WS-VALID-SW             PIC X(01)   VALUE "Y".
               88  WS-VALID-YES                     VALUE "Y".
               88  WS-VALID-NO                       VALUE "N".
           05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
               88  WS-MASTER-EOF-YES               VALUE "Y".
               88  WS-MASTER-EOF-NO                VALUE "N".
           05  WS-HISTORY-SW           PIC X(01)   VALUE "N".
               88  WS-HISTORY-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ADD-COUNT                PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-DELETE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WITHDRAW-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-EFFECT-SLOT              PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-MAPPINGS             PIC 9(03)   COMP    VALUE 12.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------
      *    THE CARD'S EFFECTIVE DATE ONCE EDITED - SPACES ON THE
      *    CARD BECOME TODAY.
      *----------------------------------------------------------------
       01  WS-EFF-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-EFF-DATE-R               REDEFINES WS-EFF-DATE.
           05  WS-EFF-CCYY             PIC 9(04).
           05  WS-EFF-MM               PIC 9(02).
           05  WS-EFF-DD               PIC 9(02).

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
           05  FILLER              PIC X(32) VALUE "DEPARTMENT".
           05  FILLER              PIC X(11) VALUE "GL ACCOUNT ".
           05  FILLER              PIC X(07) VALUE "STATUS ".
           05  FILLER              PIC X(10) VALUE "EFF DATE".
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-STATUS          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------
      *    MAPPING HISTORY PAGES - ONE LINE PER DATED MAPPING
      *----------------------------------------------------------------
       01  WS-HIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(32) VALUE "DEPARTMENT".
           05  FILLER              PIC X(11) VALUE "EFFECTIVE".
           05  FILLER              PIC X(11) VALUE "GL ACCOUNT".
           05  FILLER              PIC X(07) VALUE "STATUS".
           05  FILLER              PIC X(11) VALUE "MAINTAINED".
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-HIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSM-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSM-DEPARTMENT      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSM-EFF-DATE        PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSM-GL-ACCOUNT      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSM-STATUS          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSM-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSM-NOTE            PIC X(12).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
      * 2200-VALIDATE-MAINT-CARD - THE ACTION CODE MUST BE A, C OR    *
      * D, THE COST CENTER MUST BE PRESENT, AND AN ADD OR CHANGE      *
      * MUST CARRY A DEPARTMENT, A GL ACCOUNT AND AN A/I STATUS,      *
      * BEFORE THE CARD IS APPLIED TO THE MASTER.  THE EFFECTIVE      *
      * DATE, WHEN PUNCHED, MUST BE A REAL CCYYMMDD DATE; A CHANGE    *
      * MAY NOT REACH BACK BEFORE TODAY (WHAT ALREADY POSTED STAYS    *
      * POSTED TO THE ACCOUNT IT USED), AND A DATED DELETE MAY ONLY   *
      * WITHDRAW A CHANGE THAT IS STILL PENDING.                      *
      *================================================================*
       2200-VALIDATE-MAINT-CARD.
           SET WS-VALID-YES TO TRUE.
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           PERFORM 2250-EDIT-EFFECTIVE-DATE
               THRU 2250-EDIT-EFFECTIVE-DATE-EXIT.
           IF WS-VALID-NO
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF CN-ACTION-DELETE
               IF CN-EFFECTIVE-DATE NOT = SPACES
                   AND WS-EFF-DATE NOT > WS-RUN-DATE
                   MOVE "WITHDRAW DATE NOT IN FUTURE" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
               END-IF
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF CN-ACTION-CHANGE
               AND WS-EFF-DATE < WS-RUN-DATE
               MOVE "CHANGE DATED BEFORE TODAY" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           EXIT.

      *================================================================*
      * 2250-EDIT-EFFECTIVE-DATE - SPACES MEAN TODAY; ANYTHING ELSE   *
      * MUST BE NUMERIC WITH A MONTH OF 01-12 AND A DAY OF 01-31.     *
      *================================================================*
       2250-EDIT-EFFECTIVE-DATE.
           IF CN-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFF-DATE
               GO TO 2250-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           IF CN-EFFECTIVE-DATE-N IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE CN-EFFECTIVE-DATE-N TO WS-EFF-DATE.

           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
               OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
               MOVE "EFFECTIVE DATE INVALID" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2250-EDIT-EFFECTIVE-DATE-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-ADD - WRITE A NEW MASTER ENTRY WITH ITS FIRST      *
      * DATED MAPPING.  AN ADD MAY CARRY AN EARLIER DATE THAN TODAY   *
      * SO A COST CENTER CAN BE LOADED WITH THE MAPPING IT HAS        *
      * ALWAYS HAD.  A KEY ALREADY ON FILE IS A CARD ERROR, NOT AN    *
      * ABEND - THE CARD IS REPORTED AND THE RUN CARRIES ON.          *
      *================================================================*
       2300-APPLY-ADD.
           INITIALIZE SUMA-CCMAST-REC.
           MOVE CN-COST-CENTER TO CM-COST-CENTER.
           MOVE CN-DEPARTMENT  TO CM-DEPARTMENT.
           MOVE WS-RUN-DATE    TO CM-LAST-MAINT-DATE.
           MOVE 1              TO CM-MAP-COUNT.
           MOVE WS-EFF-DATE    TO CM-EFFECTIVE-DATE (1).
           MOVE CN-GL-ACCOUNT  TO CM-GL-ACCOUNT (1).
           MOVE CN-STATUS      TO CM-STATUS (1).
           MOVE WS-RUN-DATE    TO CM-MAINT-DATE (1).

           WRITE SUMA-CCMAST-REC.


      *================================================================*
      * 2400-APPLY-CHANGE - REWRITE AN EXISTING MASTER ENTRY WITH     *
      * THE CARD'S DEPARTMENT, AND POST ITS GL ACCOUNT AND STATUS     *
      * AS A DATED MAPPING (SEE 2450) - THE MAPPING IN FORCE BEFORE   *
      * THE EFFECTIVE DATE IS KEPT, NOT OVERWRITTEN.                  *
      *================================================================*
       2400-APPLY-CHANGE.
           MOVE CN-COST-CENTER TO CM-COST-CENTER.
                   STOP RUN
           END-EVALUATE.

           PERFORM 2450-POST-MAPPING
               THRU 2450-POST-MAPPING-EXIT.
           IF WS-VALID-NO
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2400-APPLY-CHANGE-EXIT
           END-IF.

           MOVE CN-DEPARTMENT TO CM-DEPARTMENT.
           MOVE WS-RUN-DATE   TO CM-LAST-MAINT-DATE.

           REWRITE SUMA-CCMAST-REC.
               STOP RUN
           END-IF.

           ADD 1 TO WS-CHANGE-COUNT.
       2400-APPLY-CHANGE-EXIT.
           EXIT.

      *================================================================*
      * 2450-POST-MAPPING - FIND THE MAPPING IN FORCE ON THE CARD'S   *
      * EFFECTIVE DATE.  ONE DATED THAT VERY DAY IS REPLACED (A       *
      * CORRECTED PENDING CHANGE); ONE THAT ALREADY SAYS THE SAME     *
      * ACCOUNT AND STATUS NEEDS NO NEW ENTRY (A DEPARTMENT-ONLY      *
      * CHANGE); OTHERWISE A NEW ENTRY GOES IN RIGHT AFTER IT, SO     *
      * THE TABLE STAYS IN DATE ORDER.  A FULL TABLE REJECTS THE      *
      * CARD - DROPPING AN OLD ENTRY WOULD REWRITE THE ACCOUNT A      *
      * BACKOUT OR RECYCLE OF THAT DAY RESOLVES TO.                   *
      *================================================================*
       2450-POST-MAPPING.
           MOVE ZERO TO WS-MAP-SLOT.

           PERFORM 2460-MATCH-MAPPING
               THRU 2460-MATCH-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > CM-MAP-COUNT.

           IF WS-MAP-SLOT > ZERO
               IF CM-EFFECTIVE-DATE (WS-MAP-SLOT) = WS-EFF-DATE
                   MOVE "MAPPING FOR DATE REPLACED" TO WS-RESULT-TEXT
                   GO TO 2450-POST-MAPPING-FILL
               END-IF
               IF CM-GL-ACCOUNT (WS-MAP-SLOT) = CN-GL-ACCOUNT
                   AND CM-STATUS (WS-MAP-SLOT) = CN-STATUS
                   MOVE "CHANGED - MAPPING AS BEFORE" TO WS-RESULT-TEXT
                   GO TO 2450-POST-MAPPING-EXIT
               END-IF
           END-IF.

           IF CM-MAP-COUNT >= WS-MAX-MAPPINGS
               MOVE "MAPPING HISTORY FULL" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2450-POST-MAPPING-EXIT
           END-IF.

           PERFORM 2480-SHIFT-MAPPING-UP
               THRU 2480-SHIFT-MAPPING-UP-EXIT
               VARYING WS-MAP-IDX FROM CM-MAP-COUNT BY -1
               UNTIL WS-MAP-IDX <= WS-MAP-SLOT.

           ADD 1 TO CM-MAP-COUNT.
           ADD 1 TO WS-MAP-SLOT.

           IF WS-EFF-DATE > WS-RUN-DATE
               MOVE "CHANGE PENDING" TO WS-RESULT-TEXT
           ELSE
               MOVE "CHANGED" TO WS-RESULT-TEXT
           END-IF.

       2450-POST-MAPPING-FILL.
           MOVE WS-EFF-DATE   TO CM-EFFECTIVE-DATE (WS-MAP-SLOT).
           MOVE CN-GL-ACCOUNT TO CM-GL-ACCOUNT (WS-MAP-SLOT).
           MOVE CN-STATUS     TO CM-STATUS (WS-MAP-SLOT).
           MOVE WS-RUN-DATE   TO CM-MAINT-DATE (WS-MAP-SLOT).
       2450-POST-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 2460-MATCH-MAPPING - REMEMBER THIS ENTRY IF IT IS IN FORCE    *
      * ON THE EFFECTIVE DATE.  THE TABLE IS IN DATE ORDER, SO THE    *
      * LAST ONE REMEMBERED IS THE ONE THAT APPLIES.                  *
      *================================================================*
       2460-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-EFF-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       2460-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 2470-SHIFT-MAPPING-DOWN - PULL THE NEXT ENTRY DOWN INTO THIS  *
      * SLOT TO CLOSE THE GAP LEFT BY A DROPPED OR WITHDRAWN ENTRY.   *
      *================================================================*
       2470-SHIFT-MAPPING-DOWN.
           MOVE CM-MAPPING (WS-MAP-IDX + 1) TO CM-MAPPING (WS-MAP-IDX).
       2470-SHIFT-MAPPING-DOWN-EXIT.
           EXIT.

      *================================================================*
      * 2480-SHIFT-MAPPING-UP - MOVE ONE ENTRY UP A PLACE TO OPEN     *
      * THE SLOT A NEW ENTRY GOES INTO.                               *
      *================================================================*
       2480-SHIFT-MAPPING-UP.
           MOVE CM-MAPPING (WS-MAP-IDX) TO CM-MAPPING (WS-MAP-IDX + 1).
       2480-SHIFT-MAPPING-UP-EXIT.
           EXIT.

      *================================================================*
      * 2500-APPLY-DELETE - DELETE A MASTER ENTRY OUTRIGHT.  THE      *
      * NORMAL RETIREMENT PATH IS A CHANGE TO STATUS "I" SO THE       *
      * COST CENTER KEEPS ITS NAME ON HISTORY REPORTS; DELETE IS      *
      * FOR ENTRIES LOADED IN ERROR.  A DELETE CARD THAT CARRIES AN   *
      * EFFECTIVE DATE WITHDRAWS ONLY THAT PENDING CHANGE (2550).     *
      *================================================================*
       2500-APPLY-DELETE.
           IF CN-EFFECTIVE-DATE NOT = SPACES
               PERFORM 2550-WITHDRAW-PENDING
                   THRU 2550-WITHDRAW-PENDING-EXIT
               GO TO 2500-APPLY-DELETE-EXIT
           END-IF.

           MOVE CN-COST-CENTER TO CM-COST-CENTER.

           DELETE SUMA-CCMAST-FILE.
       2500-APPLY-DELETE-EXIT.
           EXIT.

      *================================================================*
      * 2550-WITHDRAW-PENDING - REMOVE THE PENDING MAPPING DATED ON   *
      * THE CARD.  A COST CENTER WHOSE ONLY MAPPING IS THAT PENDING   *
      * ONE IS DELETED WITH AN UNDATED CARD INSTEAD.                  *
      *================================================================*
       2550-WITHDRAW-PENDING.
           MOVE CN-COST-CENTER TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "COST CENTER NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2550-WITHDRAW-PENDING-EXIT
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE ZERO TO WS-MAP-SLOT.
           PERFORM 2460-MATCH-MAPPING
               THRU 2460-MATCH-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > CM-MAP-COUNT.

           IF WS-MAP-SLOT = ZERO
               OR CM-EFFECTIVE-DATE (WS-MAP-SLOT) NOT = WS-EFF-DATE
               MOVE "NO CHANGE PENDING FOR DATE" TO WS-RESULT-TEXT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2550-WITHDRAW-PENDING-EXIT
           END-IF.

           IF CM-MAP-COUNT = 1
               MOVE "ONLY MAPPING - DELETE UNDATED" TO WS-RESULT-TEXT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2550-WITHDRAW-PENDING-EXIT
           END-IF.

           PERFORM 2470-SHIFT-MAPPING-DOWN
               THRU 2470-SHIFT-MAPPING-DOWN-EXIT
               VARYING WS-MAP-IDX FROM WS-MAP-SLOT BY 1
               UNTIL WS-MAP-IDX >= CM-MAP-COUNT.
           INITIALIZE CM-MAPPING (CM-MAP-COUNT).
           SUBTRACT 1 FROM CM-MAP-COUNT.
           MOVE WS-RUN-DATE TO CM-LAST-MAINT-DATE.

           REWRITE SUMA-CCMAST-REC.

           IF WS-CCM-FILE-STATUS NOT = "00"
               DISPLAY "SUMACCMT REWRITE FAILED - FILE STATUS "
                   WS-CCM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PENDING CHANGE WITHDRAWN" TO WS-RESULT-TEXT.
           ADD 1 TO WS-WITHDRAW-COUNT.
       2550-WITHDRAW-PENDING-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CARD AND ITS RESULT ON     *
      * THE MAINTENANCE REPORT, ROLLING TO A NEW PAGE WHEN THE        *
           MOVE CN-DEPARTMENT   TO WSD-DEPARTMENT.
           MOVE CN-GL-ACCOUNT   TO WSD-GL-ACCOUNT.
           MOVE CN-STATUS       TO WSD-STATUS.
           MOVE CN-EFFECTIVE-DATE TO WSD-EFF-DATE.
           MOVE WS-RESULT-TEXT  TO WSD-RESULT.

           WRITE SUMA-CC-REPORT-LINE FROM WS-DETAIL-LINE

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR MAPPING HISTORY.            *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.

           WRITE SUMA-CC-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-HISTORY-PAGE
               WRITE SUMA-CC-REPORT-LINE FROM WS-HIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-CC-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-MAPPING-HISTORY - AFTER THE CARDS ARE APPLIED,     *
      * BROWSE THE WHOLE MASTER AND PRINT EVERY COST CENTER'S DATED   *
      * MAPPINGS: WHAT EACH ONE SAYS, THE DAY IT TAKES EFFECT, THE    *
      * DAY IT WAS KEYED, AND WHETHER IT IS SUPERSEDED, IN EFFECT     *
      * TODAY, OR STILL PENDING.                                      *
      *================================================================*
       4000-PRINT-MAPPING-HISTORY.
           SET WS-HISTORY-PAGE TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE LOW-VALUES TO CM-COST-CENTER.
           START SUMA-CCMAST-FILE
               KEY IS NOT LESS THAN CM-COST-CENTER.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-MAPPING-HISTORY-EXIT
               WHEN OTHER
                   DISPLAY "SUMACCMT START FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-MASTER
               THRU 4100-READ-NEXT-MASTER-EXIT.

           PERFORM 4200-PRINT-ONE-COST-CENTER
               THRU 4200-PRINT-ONE-COST-CENTER-EXIT
               UNTIL WS-MASTER-EOF-YES.
       4000-PRINT-MAPPING-HISTORY-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-MASTER - READ THE NEXT MASTER ENTRY IN KEY     *
      * SEQUENCE, SET THE MASTER EOF SWITCH                           *
      *================================================================*
       4100-READ-NEXT-MASTER.
           READ SUMA-CCMAST-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-MASTER-EXIT
           END-READ.

           IF WS-CCM-FILE-STATUS NOT = "00"
               DISPLAY "SUMACCMT READ NEXT FAILED - FILE STATUS "
                   WS-CCM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-MASTER-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-COST-CENTER - FIND TODAY'S MAPPING, PRINT      *
      * EVERY DATED MAPPING OF THE COST CENTER, THEN READ THE NEXT.   *
      *================================================================*
       4200-PRINT-ONE-COST-CENTER.
           MOVE WS-RUN-DATE TO WS-EFF-DATE.
           MOVE ZERO TO WS-MAP-SLOT.
           PERFORM 2460-MATCH-MAPPING
               THRU 2460-MATCH-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > CM-MAP-COUNT.
           MOVE WS-MAP-SLOT TO WS-EFFECT-SLOT.

           MOVE CM-COST-CENTER TO WSM-COST-CENTER.
           MOVE CM-DEPARTMENT  TO WSM-DEPARTMENT.

           PERFORM 4250-PRINT-ONE-MAPPING
               THRU 4250-PRINT-ONE-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > CM-MAP-COUNT.

           PERFORM 4100-READ-NEXT-MASTER
               THRU 4100-READ-NEXT-MASTER-EXIT.
       4200-PRINT-ONE-COST-CENTER-EXIT.
           EXIT.

      *================================================================*
      * 4250-PRINT-ONE-MAPPING - PRINT ONE DATED MAPPING.  THE COST   *
      * CENTER AND DEPARTMENT PRINT ON ITS FIRST LINE ONLY (AND       *
      * AGAIN AT THE TOP OF A NEW PAGE).                              *
      *================================================================*
       4250-PRINT-ONE-MAPPING.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
               MOVE CM-COST-CENTER TO WSM-COST-CENTER
               MOVE CM-DEPARTMENT  TO WSM-DEPARTMENT
           END-IF.

           MOVE CM-EFFECTIVE-DATE (WS-MAP-IDX) TO WSM-EFF-DATE.
           MOVE CM-GL-ACCOUNT (WS-MAP-IDX)     TO WSM-GL-ACCOUNT.
           MOVE CM-STATUS (WS-MAP-IDX)         TO WSM-STATUS.
           MOVE CM-MAINT-DATE (WS-MAP-IDX)     TO WSM-MAINT-DATE.

           EVALUATE TRUE
               WHEN WS-MAP-IDX = WS-EFFECT-SLOT
                   MOVE "IN EFFECT"  TO WSM-NOTE
               WHEN WS-MAP-IDX > WS-EFFECT-SLOT
                   MOVE "PENDING"    TO WSM-NOTE
               WHEN OTHER
                   MOVE "SUPERSEDED" TO WSM-NOTE
           END-EVALUATE.

           IF WS-MAP-IDX = 1
               WRITE SUMA-CC-REPORT-LINE FROM WS-HIST-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           ELSE
               WRITE SUMA-CC-REPORT-LINE FROM WS-HIST-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           MOVE SPACES TO WSM-COST-CENTER.
           MOVE SPACES TO WSM-DEPARTMENT.
       4250-PRINT-ONE-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS, CLOSE FILES, AND SET   *
      * THE STEP RETURN CODE WHEN ANY CARD WAS IN ERROR.              *
           WRITE SUMA-CC-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PENDING CHANGES WITHDRAWN" TO WST-LABEL.
           MOVE WS-WITHDRAW-COUNT TO WST-COUNT.
           WRITE SUMA-CC-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-CC-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-MAPPING-HISTORY
               THRU 4000-PRINT-MAPPING-HISTORY-EXIT.

           CLOSE SUMA-CC-MAINT-FILE
                 SUMA-CCMAST-FILE
                 SUMA-CC-REPORT-FILE.
