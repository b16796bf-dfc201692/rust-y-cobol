      *================================================================*
      * PROGRAM-ID.  SumaPresu                                        *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - BATCH MAINTENANCE OF THE
      *                SUMABUDG COST-CENTER BUDGET FILE, IN THE MOLD
      *                OF SUMACENTRO.  APPLIES ADD/CHANGE/DELETE
      *                CARDS FROM SUMAPRN TO THE FILE KEYED ON COST
      *                CENTER + FISCAL MONTH, CHECKS EVERY BUDGETED
      *                COST CENTER AGAINST THE SUMACCMT MASTER,
      *                PRINTS A MAINTENANCE REPORT ON SUMAPRPT
      *                FOLLOWED BY A LISTING OF THE WHOLE BUDGET
      *                FILE, AND SETS RETURN-CODE 8 WHEN ANY CARD
      *                COULD NOT BE APPLIED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaPresu.
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
           SELECT SUMA-BUDGET-MAINT-FILE ASSIGN TO SUMAPRN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-BUDGET-FILE ASSIGN TO SUMABUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-BUDGET-REPORT-FILE ASSIGN TO SUMAPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-BUDGET-MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPRN.

       FD  SUMA-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPRE.

       FD  SUMA-CCMAST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-BUDGET-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-BUDGET-REPORT-LINE         PIC X(133).

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
           05  WS-BUDGET-EOF-SW        PIC X(01)   VALUE "N".
               88  WS-BUDGET-EOF-YES               VALUE "Y".
               88  WS-BUDGET-EOF-NO                VALUE "N".
           05  WS-LISTING-SW           PIC X(01)   VALUE "N".
               88  WS-LISTING-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ADD-COUNT                PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-DELETE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-BUD-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------
      *    BUDGET LISTING CONTROL BREAK - ONE TOTAL PER COST CENTER
      *----------------------------------------------------------------
       01  WS-PREV-COST-CENTER         PIC X(04)   VALUE SPACES.
       01  WS-CC-BUDGET-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(38)
                   VALUE "SUMAPRESU - COST CENTER BUDGET MAINT  ".
           05  FILLER              PIC X(77) VALUE SPACES.
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
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(08) VALUE "MONTH".
           05  FILLER              PIC X(17) VALUE "    BUDGET AMOUNT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CARD-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-ACTION          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-FISCAL-MONTH    PIC X(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-BUDGET-AMOUNT   PIC -Z(10)9.99.
           05  WSD-BUDGET-AMOUNT-X REDEFINES WSD-BUDGET-AMOUNT
                                   PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(51) VALUE SPACES.

      *----------------------------------------------------------------
      *    BUDGET LISTING PAGES - ONE LINE PER COST CENTER AND MONTH
      *----------------------------------------------------------------
       01  WS-LIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(32) VALUE "DEPARTMENT".
           05  FILLER              PIC X(08) VALUE "MONTH".
           05  FILLER              PIC X(17) VALUE "    BUDGET AMOUNT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "MAINTAINED".
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-DEPARTMENT      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-FISCAL-MONTH    PIC 9(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSL-BUDGET-AMOUNT   PIC -Z(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-LIST-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE "  COST CENTER TOTAL .........".
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WSL-CC-TOTAL        PIC -Z(12)9.99.
           05  FILLER              PIC X(69) VALUE SPACES.

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
           DISPLAY "SUMAPRESU - BUDGET MAINTENANCE STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-BUDGET-MAINT-FILE.
           OPEN OUTPUT SUMA-BUDGET-REPORT-FILE.

           OPEN I-O SUMA-BUDGET-FILE.
           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "SUMABUDG OPEN FAILED - FILE STATUS "
                   WS-BUD-FILE-STATUS
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
      * BUDGET FILE, PRINT ITS RESULT, THEN READ THE NEXT CARD.       *
      *================================================================*
       2000-PROCESS-MAINT-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2200-VALIDATE-MAINT-CARD
               THRU 2200-VALIDATE-MAINT-CARD-EXIT.

           IF WS-VALID-YES
               EVALUATE TRUE
                   WHEN PN-ACTION-ADD
                       PERFORM 2300-APPLY-ADD
                           THRU 2300-APPLY-ADD-EXIT
                   WHEN PN-ACTION-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                           THRU 2400-APPLY-CHANGE-EXIT
                   WHEN PN-ACTION-DELETE
                       PERFORM 2500-APPLY-DELETE
                           THRU 2500-APPLY-DELETE-EXIT
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
           READ SUMA-BUDGET-MAINT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-MAINT-CARD-EXIT
           END-READ.
       2100-READ-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2200-VALIDATE-MAINT-CARD - THE ACTION CODE MUST BE A, C OR    *
      * D, THE COST CENTER MUST BE PRESENT, AND THE FISCAL MONTH      *
      * MUST BE A REAL CCYYMM.  AN ADD OR CHANGE MUST CARRY A         *
      * NUMERIC BUDGET AMOUNT AND NAME A COST CENTER ON THE SUMACCMT  *
      * MASTER - A BUDGET FOR A COST CENTER THAT CANNOT POST WOULD    *
      * SHOW AS UNDERSPENT FOREVER.  A DELETE NEEDS NO MASTER ENTRY,  *
      * SO A RETIRED COST CENTER'S BUDGET CAN STILL BE REMOVED.       *
      *================================================================*
       2200-VALIDATE-MAINT-CARD.
           SET WS-VALID-YES TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.

           IF NOT PN-ACTION-ADD
               AND NOT PN-ACTION-CHANGE
               AND NOT PN-ACTION-DELETE
               MOVE "ACTION CODE NOT A, C OR D" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF PN-COST-CENTER = SPACES
               MOVE "COST CENTER MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF PN-FISCAL-MONTH IS NOT NUMERIC
               MOVE "FISCAL MONTH NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF PN-FISCAL-MM < 1 OR PN-FISCAL-MM > 12
               MOVE "FISCAL MONTH INVALID" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF PN-ACTION-DELETE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF PN-BUDGET-AMOUNT IS NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           MOVE PN-COST-CENTER TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "COST CENTER NOT ON SUMACCMT" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2200-VALIDATE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-ADD - WRITE A NEW MONTH'S BUDGET.  A KEY ALREADY   *
      * ON FILE IS A CARD ERROR, NOT AN ABEND - THE CARD IS           *
      * REPORTED AND THE RUN CARRIES ON.                              *
      *================================================================*
       2300-APPLY-ADD.
           MOVE PN-COST-CENTER   TO BP-COST-CENTER.
           MOVE PN-FISCAL-MONTH  TO BP-FISCAL-MONTH.
           MOVE PN-BUDGET-AMOUNT TO BP-BUDGET-AMOUNT.
           MOVE WS-RUN-DATE      TO BP-LAST-MAINT-DATE.

           WRITE SUMA-BUDGET-REC.

           EVALUATE WS-BUD-FILE-STATUS
               WHEN "00"
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADD-COUNT
               WHEN "22"
                   MOVE "BUDGET ALREADY ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMABUDG WRITE FAILED - FILE STATUS "
                       WS-BUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2300-APPLY-ADD-EXIT.
           EXIT.

      *================================================================*
      * 2400-APPLY-CHANGE - REWRITE AN EXISTING MONTH'S BUDGET WITH   *
      * THE CARD'S AMOUNT.                                            *
      *================================================================*
       2400-APPLY-CHANGE.
           MOVE PN-COST-CENTER  TO BP-COST-CENTER.
           MOVE PN-FISCAL-MONTH TO BP-FISCAL-MONTH.

           READ SUMA-BUDGET-FILE.

           EVALUATE WS-BUD-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "BUDGET NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2400-APPLY-CHANGE-EXIT
               WHEN OTHER
                   DISPLAY "SUMABUDG READ FAILED - FILE STATUS "
                       WS-BUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE PN-BUDGET-AMOUNT TO BP-BUDGET-AMOUNT.
           MOVE WS-RUN-DATE      TO BP-LAST-MAINT-DATE.

           REWRITE SUMA-BUDGET-REC.

           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "SUMABUDG REWRITE FAILED - FILE STATUS "
                   WS-BUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "CHANGED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-CHANGE-COUNT.
       2400-APPLY-CHANGE-EXIT.
           EXIT.

      *================================================================*
      * 2500-APPLY-DELETE - DELETE ONE MONTH'S BUDGET.                *
      *================================================================*
       2500-APPLY-DELETE.
           MOVE PN-COST-CENTER  TO BP-COST-CENTER.
           MOVE PN-FISCAL-MONTH TO BP-FISCAL-MONTH.

           DELETE SUMA-BUDGET-FILE.

           EVALUATE WS-BUD-FILE-STATUS
               WHEN "00"
                   MOVE "DELETED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-DELETE-COUNT
               WHEN "23"
                   MOVE "BUDGET NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMABUDG DELETE FAILED - FILE STATUS "
                       WS-BUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2500-APPLY-DELETE-EXIT.
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
           MOVE PN-ACTION       TO WSD-ACTION.
           MOVE PN-COST-CENTER  TO WSD-COST-CENTER.
           MOVE PN-FISCAL-MONTH TO WSD-FISCAL-MONTH.
           IF PN-BUDGET-AMOUNT IS NUMERIC
               MOVE PN-BUDGET-AMOUNT TO WSD-BUDGET-AMOUNT
           ELSE
               MOVE PN-BUDGET-AMOUNT-X TO WSD-BUDGET-AMOUNT-X
           END-IF.
           MOVE WS-RESULT-TEXT  TO WSD-RESULT.

           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR BUDGET LISTING.             *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-LISTING-PAGE
               WRITE SUMA-BUDGET-REPORT-LINE FROM WS-LIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-BUDGET-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-BUDGET-LISTING - AFTER THE CARDS ARE APPLIED,      *
      * BROWSE THE WHOLE BUDGET FILE IN COST CENTER + MONTH ORDER     *
      * AND PRINT EVERY MONTH'S BUDGET, WITH A TOTAL AT EACH CHANGE   *
      * OF COST CENTER.                                               *
      *================================================================*
       4000-PRINT-BUDGET-LISTING.
           SET WS-LISTING-PAGE TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE LOW-VALUES TO BP-KEY.
           START SUMA-BUDGET-FILE
               KEY IS NOT LESS THAN BP-KEY.

           EVALUATE WS-BUD-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-BUDGET-LISTING-EXIT
               WHEN OTHER
                   DISPLAY "SUMABUDG START FAILED - FILE STATUS "
                       WS-BUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-BUDGET
               THRU 4100-READ-NEXT-BUDGET-EXIT.

           PERFORM 4200-PRINT-ONE-BUDGET
               THRU 4200-PRINT-ONE-BUDGET-EXIT
               UNTIL WS-BUDGET-EOF-YES.

           IF WS-PREV-COST-CENTER NOT = SPACES
               PERFORM 4300-PRINT-CC-TOTAL
                   THRU 4300-PRINT-CC-TOTAL-EXIT
           END-IF.
       4000-PRINT-BUDGET-LISTING-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-BUDGET - READ THE NEXT BUDGET ENTRY IN KEY     *
      * SEQUENCE, SET THE BUDGET EOF SWITCH                           *
      *================================================================*
       4100-READ-NEXT-BUDGET.
           READ SUMA-BUDGET-FILE NEXT RECORD
               AT END
                   SET WS-BUDGET-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-BUDGET-EXIT
           END-READ.

           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "SUMABUDG READ NEXT FAILED - FILE STATUS "
                   WS-BUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-BUDGET-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-BUDGET - PRINT ONE MONTH'S BUDGET.  THE COST   *
      * CENTER AND ITS DEPARTMENT (OFF SUMACCMT) PRINT ON ITS FIRST   *
      * LINE ONLY, AND AGAIN AT THE TOP OF A NEW PAGE.                *
      *================================================================*
       4200-PRINT-ONE-BUDGET.
           IF BP-COST-CENTER NOT = WS-PREV-COST-CENTER
               IF WS-PREV-COST-CENTER NOT = SPACES
                   PERFORM 4300-PRINT-CC-TOTAL
                       THRU 4300-PRINT-CC-TOTAL-EXIT
               END-IF
               PERFORM 4250-START-COST-CENTER
                   THRU 4250-START-COST-CENTER-EXIT
           END-IF.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
               MOVE BP-COST-CENTER TO WSL-COST-CENTER
               MOVE CM-DEPARTMENT  TO WSL-DEPARTMENT
           END-IF.

           MOVE BP-FISCAL-MONTH    TO WSL-FISCAL-MONTH.
           MOVE BP-BUDGET-AMOUNT   TO WSL-BUDGET-AMOUNT.
           MOVE BP-LAST-MAINT-DATE TO WSL-MAINT-DATE.
           ADD BP-BUDGET-AMOUNT    TO WS-CC-BUDGET-TOTAL.
           ADD 1 TO WS-LISTED-COUNT.

           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES TO WSL-COST-CENTER.
           MOVE SPACES TO WSL-DEPARTMENT.

           PERFORM 4100-READ-NEXT-BUDGET
               THRU 4100-READ-NEXT-BUDGET-EXIT.
       4200-PRINT-ONE-BUDGET-EXIT.
           EXIT.

      *================================================================*
      * 4250-START-COST-CENTER - NEW COST CENTER ON THE LISTING:      *
      * LOOK UP ITS DEPARTMENT AND CLEAR ITS RUNNING TOTAL.  ONE NO   *
      * LONGER ON SUMACCMT IS NOTED IN PLACE OF THE DEPARTMENT.       *
      *================================================================*
       4250-START-COST-CENTER.
           MOVE BP-COST-CENTER TO WS-PREV-COST-CENTER.
           MOVE ZERO TO WS-CC-BUDGET-TOTAL.

           MOVE BP-COST-CENTER TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "** NOT ON SUMACCMT **" TO CM-DEPARTMENT
               WHEN OTHER
                   DISPLAY "SUMACCMT READ FAILED - FILE STATUS "
                       WS-CCM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE BP-COST-CENTER TO WSL-COST-CENTER.
           MOVE CM-DEPARTMENT  TO WSL-DEPARTMENT.

           IF WS-LINE-COUNT < WS-MAX-LINES-PER-PAGE
               MOVE SPACES TO SUMA-BUDGET-REPORT-LINE
               WRITE SUMA-BUDGET-REPORT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       4250-START-COST-CENTER-EXIT.
           EXIT.

      *================================================================*
      * 4300-PRINT-CC-TOTAL - PRINT THE BUDGET TOTAL OF THE COST      *
      * CENTER JUST LISTED.                                           *
      *================================================================*
       4300-PRINT-CC-TOTAL.
           MOVE WS-CC-BUDGET-TOTAL TO WSL-CC-TOTAL.

           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-LIST-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4300-PRINT-CC-TOTAL-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS, LIST THE BUDGET FILE,  *
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
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "BUDGETS ADDED .........." TO WST-LABEL.
           MOVE WS-ADD-COUNT TO WST-COUNT.
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "BUDGETS CHANGED ........" TO WST-LABEL.
           MOVE WS-CHANGE-COUNT TO WST-COUNT.
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "BUDGETS DELETED ........" TO WST-LABEL.
           MOVE WS-DELETE-COUNT TO WST-COUNT.
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-BUDGET-LISTING
               THRU 4000-PRINT-BUDGET-LISTING-EXIT.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "BUDGET MONTHS ON FILE .." TO WST-LABEL.
           MOVE WS-LISTED-COUNT TO WST-COUNT.
           WRITE SUMA-BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-BUDGET-MAINT-FILE
                 SUMA-BUDGET-FILE
                 SUMA-CCMAST-FILE
                 SUMA-BUDGET-REPORT-FILE.

           DISPLAY "SUMAPRESU - CARDS READ:     " WS-CARD-COUNT.
           DISPLAY "SUMAPRESU - CARDS IN ERROR: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
