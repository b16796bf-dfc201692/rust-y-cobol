      *================================================================*
      * PROGRAM-ID.  SumaFijo                                         *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - BATCH MAINTENANCE OF THE
      *                SUMASTND STANDING-ENTRY FILE, IN THE MOLD OF
      *                SUMAPRESU.  APPLIES ADD/CHANGE/DELETE AND
      *                AMOUNT-LIST CARDS FROM SUMAFJN TO THE FILE
      *                KEYED ON ENTRY ID, CHECKS EVERY ENTRY'S COST
      *                CENTER AGAINST THE SUMACCMT MASTER, REFUSES
      *                TO DELETE AN ENTRY WHOSE ACCRUAL HAS NOT YET
      *                REVERSED, PRINTS A MAINTENANCE REPORT ON
      *                SUMAFRPT FOLLOWED BY A LISTING OF THE WHOLE
      *                FILE, AND SETS RETURN-CODE 8 WHEN ANY CARD
      *                COULD NOT BE APPLIED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaFijo.
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
           SELECT SUMA-STANDING-MAINT-FILE ASSIGN TO SUMAFJN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-STANDING-FILE ASSIGN TO SUMASTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FJ-ENTRY-ID
               FILE STATUS IS WS-STD-FILE-STATUS.

           SELECT SUMA-CCMAST-FILE ASSIGN TO SUMACCMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-STANDING-REPORT-FILE ASSIGN TO SUMAFRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-STANDING-MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAFJN.

       FD  SUMA-STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAFIJ.

       FD  SUMA-CCMAST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-STANDING-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-STANDING-REPORT-LINE       PIC X(133).

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
           05  WS-FOUND-SW             PIC X(01)   VALUE "N".
               88  WS-FOUND-YES                     VALUE "Y".
               88  WS-FOUND-NO                       VALUE "N".
           05  WS-DATE-VALID-SW        PIC X(01)   VALUE "Y".
               88  WS-DATE-VALID-YES               VALUE "Y".
               88  WS-DATE-VALID-NO                VALUE "N".
           05  WS-STANDING-EOF-SW      PIC X(01)   VALUE "N".
               88  WS-STANDING-EOF-YES             VALUE "Y".
               88  WS-STANDING-EOF-NO              VALUE "N".
           05  WS-LISTING-SW           PIC X(01)   VALUE "N".
               88  WS-LISTING-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ADD-COUNT                PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-DELETE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-AMOUNT-LIST-COUNT        PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.
       77  WS-CARD-IDX                 PIC 9(02)   COMP    VALUE ZERO.
       77  WS-SLOT-IDX                 PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-AMOUNTS              PIC 9(02)   COMP    VALUE 10.
       77  WS-MAX-BUSINESS-DAY         PIC 9(02)   COMP    VALUE 23.

       01  WS-STD-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-AMOUNT-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    DATE EDIT - A CCYYMMDD FIELD IS MOVED HERE AND CHECKED
      *----------------------------------------------------------------
       01  WS-CHECK-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-CHECK-DATE-R             REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-CCYY           PIC 9(04).
           05  WS-CHECK-MM             PIC 9(02).
           05  WS-CHECK-DD             PIC 9(02).

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(38)
                   VALUE "SUMAFIJO - STANDING ENTRY MAINTENANCE ".
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
           05  FILLER              PIC X(06) VALUE "ENTRY".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(05) VALUE "FREQ".
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CARD-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-ACTION          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-ENTRY-ID        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-FREQUENCY       PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------
      *    STANDING-ENTRY LISTING PAGES - ONE LINE PER ENTRY
      *----------------------------------------------------------------
       01  WS-LIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "ENTRY".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(03) VALUE "ST".
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(05) VALUE "CUR".
           05  FILLER              PIC X(07) VALUE "FQ DY".
           05  FILLER              PIC X(09) VALUE "START".
           05  FILLER              PIC X(10) VALUE "END".
           05  FILLER              PIC X(07) VALUE "RV  N".
           05  FILLER              PIC X(17) VALUE "   AMOUNT TOTAL".
           05  FILLER              PIC X(10) VALUE "LAST GEN".
           05  FILLER              PIC X(08) VALUE "ACCRUED".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-ENTRY-ID        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-STATUS          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-FREQUENCY       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-BUSINESS-DAY    PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-START-DATE      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-END-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-AUTO-REVERSE    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-AMOUNT-COUNT    PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-AMOUNT-TOTAL    PIC -Z(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-LAST-GEN-DATE   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-ACR-DATE        PIC 9(08).
           05  FILLER              PIC X(12) VALUE SPACES.

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
           DISPLAY "SUMAFIJO - STANDING ENTRY MAINTENANCE STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-STANDING-MAINT-FILE.
           OPEN OUTPUT SUMA-STANDING-REPORT-FILE.

           OPEN I-O SUMA-STANDING-FILE.
           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND OPEN FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
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
      * STANDING-ENTRY FILE, PRINT ITS RESULT, THEN READ THE NEXT     *
      * CARD.                                                         *
      *================================================================*
       2000-PROCESS-MAINT-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2200-VALIDATE-MAINT-CARD
               THRU 2200-VALIDATE-MAINT-CARD-EXIT.

           IF WS-VALID-YES
               EVALUATE TRUE
                   WHEN FN-ACTION-ADD
                       PERFORM 2300-APPLY-ADD
                           THRU 2300-APPLY-ADD-EXIT
                   WHEN FN-ACTION-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                           THRU 2400-APPLY-CHANGE-EXIT
                   WHEN FN-ACTION-DELETE
                       PERFORM 2500-APPLY-DELETE
                           THRU 2500-APPLY-DELETE-EXIT
                   WHEN FN-ACTION-LIST
                       PERFORM 2700-APPLY-AMOUNT-LIST
                           THRU 2700-APPLY-AMOUNT-LIST-EXIT
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
           READ SUMA-STANDING-MAINT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-MAINT-CARD-EXIT
           END-READ.
       2100-READ-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2200-VALIDATE-MAINT-CARD - EDIT THE CARD ON ITS OWN: THE      *
      * ACTION CODE MUST BE A, C, D OR L AND THE ENTRY ID PRESENT.    *
      * AN ADD MUST PUNCH EVERY FIELD BUT THE END DATE (A BLANK       *
      * CURRENCY IS BASE); A CHANGE MUST PUNCH SOMETHING.  EVERY      *
      * FIELD PUNCHED MUST BE A VALID CODE OR NUMERIC.  THE ENTRY AS  *
      * IT WILL STAND AFTER THE CARD IS CHECKED IN 2800.              *
      *================================================================*
       2200-VALIDATE-MAINT-CARD.
           SET WS-VALID-YES TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.

           IF NOT FN-ACTION-ADD
               AND NOT FN-ACTION-CHANGE
               AND NOT FN-ACTION-DELETE
               AND NOT FN-ACTION-LIST
               MOVE "ACTION CODE NOT A, C, D OR L" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ENTRY-ID = SPACES
               MOVE "ENTRY ID MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ACTION-DELETE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ACTION-LIST
               PERFORM 2250-VALIDATE-AMOUNT-CARD
                   THRU 2250-VALIDATE-AMOUNT-CARD-EXIT
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ACTION-CHANGE
               AND FN-ENTRY-DATA = SPACES
               MOVE "NOTHING TO CHANGE" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ACTION-ADD
               AND FN-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-ACTION-ADD
               AND FN-COST-CENTER = SPACES
               MOVE "COST CENTER MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF NOT FN-STATUS-VALID
               AND (FN-ACTION-ADD OR FN-STATUS NOT = SPACE)
               MOVE "STATUS NOT A OR I" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF NOT FN-FREQUENCY-VALID
               AND (FN-ACTION-ADD OR FN-FREQUENCY NOT = SPACE)
               MOVE "FREQUENCY NOT D, M OR O" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-BUSINESS-DAY IS NOT NUMERIC
               AND FN-BUSINESS-DAY-X NOT = SPACES
               MOVE "BUSINESS DAY NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-START-DATE IS NOT NUMERIC
               AND (FN-ACTION-ADD OR FN-START-DATE-X NOT = SPACES)
               MOVE "START DATE NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF FN-END-DATE IS NOT NUMERIC
               AND FN-END-DATE-X NOT = SPACES
               MOVE "END DATE NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF NOT FN-AUTO-REVERSE-VALID
               AND (FN-ACTION-ADD OR FN-AUTO-REVERSE NOT = SPACE)
               MOVE "AUTO-REVERSE NOT Y OR N" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2200-VALIDATE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2250-VALIDATE-AMOUNT-CARD - AN AMOUNT-LIST CARD NEEDS A COUNT *
      * AND A FIRST SLOT OF 01-10, AND EVERY AMOUNT PUNCHED MUST BE   *
      * NUMERIC AND FALL WITHIN THE COUNT.                            *
      *================================================================*
       2250-VALIDATE-AMOUNT-CARD.
           IF FN-AMOUNT-COUNT IS NOT NUMERIC
               OR FN-AMOUNT-COUNT < 1
               OR FN-AMOUNT-COUNT > WS-MAX-AMOUNTS
               MOVE "AMOUNT COUNT NOT 01-10" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-VALIDATE-AMOUNT-CARD-EXIT
           END-IF.

           IF FN-FIRST-SLOT IS NOT NUMERIC
               OR FN-FIRST-SLOT < 1
               OR FN-FIRST-SLOT > WS-MAX-AMOUNTS
               MOVE "FIRST SLOT NOT 01-10" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-VALIDATE-AMOUNT-CARD-EXIT
           END-IF.

           PERFORM 2260-VALIDATE-ONE-AMOUNT
               THRU 2260-VALIDATE-ONE-AMOUNT-EXIT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > 5
                  OR WS-VALID-NO.
       2250-VALIDATE-AMOUNT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2260-VALIDATE-ONE-AMOUNT - ONE AMOUNT POSITION ON THE CARD.   *
      * A BLANK POSITION IS SKIPPED.                                  *
      *================================================================*
       2260-VALIDATE-ONE-AMOUNT.
           IF FN-AMOUNT-X (WS-CARD-IDX) = SPACES
               GO TO 2260-VALIDATE-ONE-AMOUNT-EXIT
           END-IF.

           COMPUTE WS-SLOT-IDX = FN-FIRST-SLOT + WS-CARD-IDX - 1.

           IF WS-SLOT-IDX > FN-AMOUNT-COUNT
               MOVE "AMOUNT BEYOND THE LIST COUNT" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2260-VALIDATE-ONE-AMOUNT-EXIT
           END-IF.

           IF FN-AMOUNT (WS-CARD-IDX) IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2260-VALIDATE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-ADD - WRITE A NEW STANDING ENTRY WITH AN EMPTY     *
      * AMOUNT LIST AND NOTHING GENERATED YET.  AN ID ALREADY ON      *
      * FILE IS A CARD ERROR, NOT AN ABEND - THE CARD IS REPORTED     *
      * AND THE RUN CARRIES ON.                                       *
      *================================================================*
       2300-APPLY-ADD.
           INITIALIZE SUMA-STANDING-REC.

           MOVE FN-ENTRY-ID      TO FJ-ENTRY-ID.
           MOVE FN-DESCRIPTION   TO FJ-DESCRIPTION.
           MOVE FN-STATUS        TO FJ-STATUS.
           MOVE FN-COST-CENTER   TO FJ-COST-CENTER.
           MOVE FN-CURRENCY-CODE TO FJ-CURRENCY-CODE.
           MOVE FN-FREQUENCY     TO FJ-FREQUENCY.
           IF FN-BUSINESS-DAY-X NOT = SPACES
               MOVE FN-BUSINESS-DAY TO FJ-BUSINESS-DAY
           END-IF.
           MOVE FN-START-DATE    TO FJ-START-DATE.
           IF FN-END-DATE-X NOT = SPACES
               MOVE FN-END-DATE TO FJ-END-DATE
           END-IF.
           MOVE FN-AUTO-REVERSE  TO FJ-AUTO-REVERSE.
           MOVE WS-RUN-DATE      TO FJ-ADDED-DATE.
           MOVE WS-RUN-DATE      TO FJ-LAST-MAINT-DATE.

           PERFORM 2800-CHECK-ENTRY
               THRU 2800-CHECK-ENTRY-EXIT.
           IF WS-VALID-NO
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2300-APPLY-ADD-EXIT
           END-IF.

           WRITE SUMA-STANDING-REC.

           EVALUATE WS-STD-FILE-STATUS
               WHEN "00"
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADD-COUNT
               WHEN "22"
                   MOVE "ENTRY ALREADY ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMASTND WRITE FAILED - FILE STATUS "
                       WS-STD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2300-APPLY-ADD-EXIT.
           EXIT.

      *================================================================*
      * 2400-APPLY-CHANGE - REWRITE AN EXISTING ENTRY WITH THE        *
      * FIELDS THE CARD PUNCHES.  AN ENTRY THE CHANGE WOULD LEAVE     *
      * INCONSISTENT IS NOT REWRITTEN.                                *
      *================================================================*
       2400-APPLY-CHANGE.
           PERFORM 2600-READ-FOR-UPDATE
               THRU 2600-READ-FOR-UPDATE-EXIT.
           IF WS-FOUND-NO
               GO TO 2400-APPLY-CHANGE-EXIT
           END-IF.

           IF FN-DESCRIPTION NOT = SPACES
               MOVE FN-DESCRIPTION TO FJ-DESCRIPTION
           END-IF.
           IF FN-STATUS NOT = SPACE
               MOVE FN-STATUS TO FJ-STATUS
           END-IF.
           IF FN-COST-CENTER NOT = SPACES
               MOVE FN-COST-CENTER TO FJ-COST-CENTER
           END-IF.
           IF FN-CURRENCY-CODE NOT = SPACES
               MOVE FN-CURRENCY-CODE TO FJ-CURRENCY-CODE
           END-IF.
           IF FN-FREQUENCY NOT = SPACE
               MOVE FN-FREQUENCY TO FJ-FREQUENCY
           END-IF.
           IF FN-BUSINESS-DAY-X NOT = SPACES
               MOVE FN-BUSINESS-DAY TO FJ-BUSINESS-DAY
           END-IF.
           IF FN-START-DATE-X NOT = SPACES
               MOVE FN-START-DATE TO FJ-START-DATE
           END-IF.
           IF FN-END-DATE-X NOT = SPACES
               MOVE FN-END-DATE TO FJ-END-DATE
           END-IF.
           IF FN-AUTO-REVERSE NOT = SPACE
               MOVE FN-AUTO-REVERSE TO FJ-AUTO-REVERSE
           END-IF.
           MOVE WS-RUN-DATE TO FJ-LAST-MAINT-DATE.

           PERFORM 2800-CHECK-ENTRY
               THRU 2800-CHECK-ENTRY-EXIT.
           IF WS-VALID-NO
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2400-APPLY-CHANGE-EXIT
           END-IF.

           REWRITE SUMA-STANDING-REC.

           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND REWRITE FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "CHANGED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-CHANGE-COUNT.
       2400-APPLY-CHANGE-EXIT.
           EXIT.

      *================================================================*
      * 2500-APPLY-DELETE - DELETE AN ENTRY.  ONE WHOSE LAST ACCRUAL  *
      * HAS NOT YET BEEN REVERSED IS KEPT - DELETING IT WOULD LEAVE   *
      * THE ACCRUAL ON THE BOOKS FOR GOOD.                            *
      *================================================================*
       2500-APPLY-DELETE.
           PERFORM 2600-READ-FOR-UPDATE
               THRU 2600-READ-FOR-UPDATE-EXIT.
           IF WS-FOUND-NO
               GO TO 2500-APPLY-DELETE-EXIT
           END-IF.

           IF FJ-ACR-DATE NOT = ZERO
               MOVE "ACCRUAL NOT YET REVERSED" TO WS-RESULT-TEXT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2500-APPLY-DELETE-EXIT
           END-IF.

           DELETE SUMA-STANDING-FILE.

           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND DELETE FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DELETED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-DELETE-COUNT.
       2500-APPLY-DELETE-EXIT.
           EXIT.

      *================================================================*
      * 2600-READ-FOR-UPDATE - READ THE CARD'S ENTRY.  ONE NOT ON     *
      * FILE IS A CARD ERROR.                                         *
      *================================================================*
       2600-READ-FOR-UPDATE.
           SET WS-FOUND-NO TO TRUE.
           MOVE FN-ENTRY-ID TO FJ-ENTRY-ID.

           READ SUMA-STANDING-FILE.

           EVALUATE WS-STD-FILE-STATUS
               WHEN "00"
                   SET WS-FOUND-YES TO TRUE
               WHEN "23"
                   MOVE "ENTRY NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMASTND READ FAILED - FILE STATUS "
                       WS-STD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2600-READ-FOR-UPDATE-EXIT.
           EXIT.

      *================================================================*
      * 2700-APPLY-AMOUNT-LIST - SET THE ENTRY'S AMOUNT COUNT, MOVE   *
      * IN THE AMOUNTS PUNCHED AND CLEAR ANY SLOT BEYOND THE COUNT.   *
      * THE ACCRUAL AND REVERSAL FIGURES ARE LEFT ALONE - THEY ARE    *
      * WHAT WAS ACTUALLY CUT.                                        *
      *================================================================*
       2700-APPLY-AMOUNT-LIST.
           PERFORM 2600-READ-FOR-UPDATE
               THRU 2600-READ-FOR-UPDATE-EXIT.
           IF WS-FOUND-NO
               GO TO 2700-APPLY-AMOUNT-LIST-EXIT
           END-IF.

           MOVE FN-AMOUNT-COUNT TO FJ-AMOUNT-COUNT.

           PERFORM 2710-SET-ONE-AMOUNT
               THRU 2710-SET-ONE-AMOUNT-EXIT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > 5.

           PERFORM 2720-CLEAR-ONE-SLOT
               THRU 2720-CLEAR-ONE-SLOT-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-MAX-AMOUNTS.

           MOVE WS-RUN-DATE TO FJ-LAST-MAINT-DATE.

           REWRITE SUMA-STANDING-REC.

           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND REWRITE FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "AMOUNTS SET" TO WS-RESULT-TEXT.
           ADD 1 TO WS-AMOUNT-LIST-COUNT.
       2700-APPLY-AMOUNT-LIST-EXIT.
           EXIT.

      *================================================================*
      * 2710-SET-ONE-AMOUNT - MOVE ONE PUNCHED AMOUNT TO ITS SLOT.    *
      *================================================================*
       2710-SET-ONE-AMOUNT.
           IF FN-AMOUNT-X (WS-CARD-IDX) = SPACES
               GO TO 2710-SET-ONE-AMOUNT-EXIT
           END-IF.

           COMPUTE WS-SLOT-IDX = FN-FIRST-SLOT + WS-CARD-IDX - 1.
           MOVE FN-AMOUNT (WS-CARD-IDX) TO FJ-AMOUNT (WS-SLOT-IDX).
       2710-SET-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2720-CLEAR-ONE-SLOT - ZERO A SLOT BEYOND THE AMOUNT COUNT.    *
      *================================================================*
       2720-CLEAR-ONE-SLOT.
           IF WS-SLOT-IDX > FJ-AMOUNT-COUNT
               MOVE ZERO TO FJ-AMOUNT (WS-SLOT-IDX)
           END-IF.
       2720-CLEAR-ONE-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 2800-CHECK-ENTRY - CHECK THE ENTRY AS IT WILL STAND AFTER AN  *
      * ADD OR CHANGE: A MONTHLY ENTRY NEEDS A BUSINESS DAY OF 01-23  *
      * (ANY OTHER FREQUENCY CARRIES NONE), THE START DATE MUST BE A  *
      * REAL DATE, AN END DATE MUST BE A REAL DATE NOT BEFORE IT,     *
      * AND THE COST CENTER MUST BE ON THE SUMACCMT MASTER - AN ENTRY *
      * FOR A COST CENTER THAT CANNOT POST WOULD REJECT EVERY NIGHT.  *
      *================================================================*
       2800-CHECK-ENTRY.
           IF FJ-MONTHLY
               IF FJ-BUSINESS-DAY < 1
                   OR FJ-BUSINESS-DAY > WS-MAX-BUSINESS-DAY
                   MOVE "BUSINESS DAY NOT 01-23" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2800-CHECK-ENTRY-EXIT
               END-IF
           ELSE
               MOVE ZERO TO FJ-BUSINESS-DAY
           END-IF.

           MOVE FJ-START-DATE TO WS-CHECK-DATE.
           PERFORM 2850-CHECK-DATE
               THRU 2850-CHECK-DATE-EXIT.
           IF WS-DATE-VALID-NO
               MOVE "START DATE INVALID" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2800-CHECK-ENTRY-EXIT
           END-IF.

           IF FJ-END-DATE NOT = ZERO
               MOVE FJ-END-DATE TO WS-CHECK-DATE
               PERFORM 2850-CHECK-DATE
                   THRU 2850-CHECK-DATE-EXIT
               IF WS-DATE-VALID-NO
                   MOVE "END DATE INVALID" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2800-CHECK-ENTRY-EXIT
               END-IF
               IF FJ-END-DATE < FJ-START-DATE
                   MOVE "END DATE BEFORE START DATE" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2800-CHECK-ENTRY-EXIT
               END-IF
           END-IF.

           MOVE FJ-COST-CENTER TO CM-COST-CENTER.

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
       2800-CHECK-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 2850-CHECK-DATE - WS-CHECK-DATE MUST BE A PLAUSIBLE CCYYMMDD. *
      *================================================================*
       2850-CHECK-DATE.
           SET WS-DATE-VALID-YES TO TRUE.

           IF WS-CHECK-CCYY < 1900
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               SET WS-DATE-VALID-NO TO TRUE
           END-IF.
       2850-CHECK-DATE-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CARD AND ITS RESULT ON     *
      * THE MAINTENANCE REPORT, ROLLING TO A NEW PAGE WHEN THE        *
      * CURRENT PAGE IS FULL.  AN AMOUNT-LIST OR DELETE CARD PRINTS   *
      * ITS ACTION AND ENTRY ONLY.                                    *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-CARD-COUNT   TO WSD-CARD-COUNT.
           MOVE FN-ACTION       TO WSD-ACTION.
           MOVE FN-ENTRY-ID     TO WSD-ENTRY-ID.
           IF FN-ACTION-ADD OR FN-ACTION-CHANGE
               MOVE FN-DESCRIPTION TO WSD-DESCRIPTION
               MOVE FN-COST-CENTER TO WSD-COST-CENTER
               MOVE FN-FREQUENCY   TO WSD-FREQUENCY
           ELSE
               MOVE SPACES TO WSD-DESCRIPTION
               MOVE SPACES TO WSD-COST-CENTER
               MOVE SPACES TO WSD-FREQUENCY
           END-IF.
           MOVE WS-RESULT-TEXT  TO WSD-RESULT.

           WRITE SUMA-STANDING-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR ENTRY LISTING.              *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-STANDING-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-STANDING-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-LISTING-PAGE
               WRITE SUMA-STANDING-REPORT-LINE
                   FROM WS-LIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-STANDING-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-ENTRY-LISTING - AFTER THE CARDS ARE APPLIED,       *
      * BROWSE THE WHOLE STANDING-ENTRY FILE IN ENTRY ID ORDER AND    *
      * PRINT EVERY ENTRY, WITH ITS AMOUNT TOTAL, THE LAST BUSINESS   *
      * DATE IT WAS GENERATED FOR AND ANY ACCRUAL STILL TO REVERSE.   *
      *================================================================*
       4000-PRINT-ENTRY-LISTING.
           SET WS-LISTING-PAGE TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE LOW-VALUES TO FJ-ENTRY-ID.
           START SUMA-STANDING-FILE
               KEY IS NOT LESS THAN FJ-ENTRY-ID.

           EVALUATE WS-STD-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-ENTRY-LISTING-EXIT
               WHEN OTHER
                   DISPLAY "SUMASTND START FAILED - FILE STATUS "
                       WS-STD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-ENTRY
               THRU 4100-READ-NEXT-ENTRY-EXIT.

           PERFORM 4200-PRINT-ONE-ENTRY
               THRU 4200-PRINT-ONE-ENTRY-EXIT
               UNTIL WS-STANDING-EOF-YES.
       4000-PRINT-ENTRY-LISTING-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-ENTRY - READ THE NEXT ENTRY IN KEY SEQUENCE,   *
      * SET THE STANDING EOF SWITCH                                   *
      *================================================================*
       4100-READ-NEXT-ENTRY.
           READ SUMA-STANDING-FILE NEXT RECORD
               AT END
                   SET WS-STANDING-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-ENTRY-EXIT
           END-READ.

           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND READ NEXT FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-ENTRY - PRINT ONE STANDING ENTRY.              *
      *================================================================*
       4200-PRINT-ONE-ENTRY.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE ZERO TO WS-AMOUNT-TOTAL.
           PERFORM 4210-ADD-ONE-AMOUNT
               THRU 4210-ADD-ONE-AMOUNT-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > FJ-AMOUNT-COUNT.

           MOVE FJ-ENTRY-ID        TO WSL-ENTRY-ID.
           MOVE FJ-DESCRIPTION     TO WSL-DESCRIPTION.
           MOVE FJ-STATUS          TO WSL-STATUS.
           MOVE FJ-COST-CENTER     TO WSL-COST-CENTER.
           MOVE FJ-CURRENCY-CODE   TO WSL-CURRENCY-CODE.
           MOVE FJ-FREQUENCY       TO WSL-FREQUENCY.
           MOVE FJ-BUSINESS-DAY    TO WSL-BUSINESS-DAY.
           MOVE FJ-START-DATE      TO WSL-START-DATE.
           MOVE FJ-END-DATE        TO WSL-END-DATE.
           MOVE FJ-AUTO-REVERSE    TO WSL-AUTO-REVERSE.
           MOVE FJ-AMOUNT-COUNT    TO WSL-AMOUNT-COUNT.
           MOVE WS-AMOUNT-TOTAL    TO WSL-AMOUNT-TOTAL.
           MOVE FJ-LAST-GEN-DATE   TO WSL-LAST-GEN-DATE.
           MOVE FJ-ACR-DATE        TO WSL-ACR-DATE.
           ADD 1 TO WS-LISTED-COUNT.

           WRITE SUMA-STANDING-REPORT-LINE FROM WS-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 4100-READ-NEXT-ENTRY
               THRU 4100-READ-NEXT-ENTRY-EXIT.
       4200-PRINT-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 4210-ADD-ONE-AMOUNT - ROLL ONE AMOUNT INTO THE ENTRY TOTAL.   *
      *================================================================*
       4210-ADD-ONE-AMOUNT.
           ADD FJ-AMOUNT (WS-SLOT-IDX) TO WS-AMOUNT-TOTAL.
       4210-ADD-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS, LIST THE ENTRY FILE,   *
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
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "ENTRIES ADDED .........." TO WST-LABEL.
           MOVE WS-ADD-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ENTRIES CHANGED ........" TO WST-LABEL.
           MOVE WS-CHANGE-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ENTRIES DELETED ........" TO WST-LABEL.
           MOVE WS-DELETE-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "AMOUNT LISTS SET ......." TO WST-LABEL.
           MOVE WS-AMOUNT-LIST-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-ENTRY-LISTING
               THRU 4000-PRINT-ENTRY-LISTING-EXIT.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "ENTRIES ON FILE ........" TO WST-LABEL.
           MOVE WS-LISTED-COUNT TO WST-COUNT.
           WRITE SUMA-STANDING-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-STANDING-MAINT-FILE
                 SUMA-STANDING-FILE
                 SUMA-CCMAST-FILE
                 SUMA-STANDING-REPORT-FILE.

           DISPLAY "SUMAFIJO - CARDS READ:     " WS-CARD-COUNT.
           DISPLAY "SUMAFIJO - CARDS IN ERROR: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
