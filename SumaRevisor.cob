      *================================================================*
      * PROGRAM-ID.  SumaRevisor                                      *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - BATCH MAINTENANCE OF THE
      *                SUMARVWR SUSPENSE REVIEWER AUTHORITY FILE, IN
      *                THE MOLD OF SUMACENTRO.  APPLIES ADD/CHANGE/
      *                DELETE CARDS FROM SUMARVN (NAME, ACTIVE/
      *                INACTIVE STATUS, MAXIMUM RELEASE/WRITE-OFF
      *                AMOUNT), PRINTS A CHANGE REPORT ON SUMARRPT
      *                SHOWING EVERY CHANGED OR DELETED REVIEWER'S
      *                FORMER VALUES UNDER THE NEW ONES, FOLLOWED BY
      *                A LISTING OF THE WHOLE FILE, AND SETS
      *                RETURN-CODE 8 WHEN ANY CARD COULD NOT BE
      *                APPLIED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaRevisor.
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
           SELECT SUMA-REVIEWER-MAINT-FILE ASSIGN TO SUMARVN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-REVIEWER-FILE ASSIGN TO SUMARVWR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEWER-ID
               FILE STATUS IS WS-RVW-FILE-STATUS.

           SELECT SUMA-REVIEWER-REPORT-FILE ASSIGN TO SUMARRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-REVIEWER-MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMARVN.

       FD  SUMA-REVIEWER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMARVW.

       FD  SUMA-REVIEWER-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-REVIEWER-REPORT-LINE       PIC X(133).

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
           05  WS-REVIEWER-EOF-SW      PIC X(01)   VALUE "N".
               88  WS-REVIEWER-EOF-YES             VALUE "Y".
               88  WS-REVIEWER-EOF-NO              VALUE "N".
           05  WS-LISTING-SW           PIC X(01)   VALUE "N".
               88  WS-LISTING-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".
           05  WS-BEFORE-SW            PIC X(01)   VALUE "N".
               88  WS-BEFORE-SAVED                 VALUE "Y".
               88  WS-BEFORE-NONE                  VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ADD-COUNT                PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-DELETE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ACTIVE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-RVW-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------
      *    A CHANGED OR DELETED REVIEWER'S VALUES AS THEY STOOD
      *    BEFORE THE CARD, FOR THE CHANGE REPORT
      *----------------------------------------------------------------
       01  WS-BEFORE-VALUES.
           05  WS-BEFORE-NAME          PIC X(30)   VALUE SPACES.
           05  WS-BEFORE-STATUS        PIC X(01)   VALUE SPACE.
           05  WS-BEFORE-MAX-AMOUNT    PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(38)
                   VALUE "SUMAREVISOR - REVIEWER AUTHORITY MAINT".
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
           05  FILLER              PIC X(10) VALUE "REVIEWER".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(12) VALUE "       LIMIT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CARD-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-ACTION          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-REVIEWER-ID     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-REVIEWER-NAME   PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-STATUS          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-MAX-AMOUNT      PIC Z(8)9.99.
           05  WSD-MAX-AMOUNT-X    REDEFINES WSD-MAX-AMOUNT
                                   PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-BEFORE-LINE.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "BEFORE CARD:".
           05  WSB-REVIEWER-NAME   PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSB-STATUS          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSB-MAX-AMOUNT      PIC Z(8)9.99.
           05  FILLER              PIC X(56) VALUE SPACES.

      *----------------------------------------------------------------
      *    REVIEWER LISTING PAGES - ONE LINE PER REVIEWER ON FILE
      *----------------------------------------------------------------
       01  WS-LIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "REVIEWER".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(12) VALUE "       LIMIT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "ADDED".
           05  FILLER              PIC X(11) VALUE "MAINTAINED".
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-REVIEWER-ID     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-REVIEWER-NAME   PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-STATUS          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSL-MAX-AMOUNT      PIC Z(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-ADDED-DATE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(54) VALUE SPACES.

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
           DISPLAY "SUMAREVISOR - REVIEWER MAINTENANCE STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-REVIEWER-MAINT-FILE.
           OPEN OUTPUT SUMA-REVIEWER-REPORT-FILE.

           OPEN I-O SUMA-REVIEWER-FILE.
           IF WS-RVW-FILE-STATUS NOT = "00"
               DISPLAY "SUMARVWR OPEN FAILED - FILE STATUS "
                   WS-RVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-READ-MAINT-CARD
               THRU 2100-READ-MAINT-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-MAINT-CARD - VALIDATE ONE CARD, APPLY IT TO THE  *
      * REVIEWER FILE, PRINT ITS RESULT, THEN READ THE NEXT CARD.     *
      *================================================================*
       2000-PROCESS-MAINT-CARD.
           ADD 1 TO WS-CARD-COUNT.
           SET WS-BEFORE-NONE TO TRUE.

           PERFORM 2200-VALIDATE-MAINT-CARD
               THRU 2200-VALIDATE-MAINT-CARD-EXIT.

           IF WS-VALID-YES
               EVALUATE TRUE
                   WHEN RN-ACTION-ADD
                       PERFORM 2300-APPLY-ADD
                           THRU 2300-APPLY-ADD-EXIT
                   WHEN RN-ACTION-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                           THRU 2400-APPLY-CHANGE-EXIT
                   WHEN RN-ACTION-DELETE
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
           READ SUMA-REVIEWER-MAINT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-MAINT-CARD-EXIT
           END-READ.
       2100-READ-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2200-VALIDATE-MAINT-CARD - THE ACTION CODE MUST BE A, C OR    *
      * D AND THE REVIEWER ID MUST BE PRESENT.  AN ADD MUST CARRY     *
      * A NAME, A STATUS OF A OR I AND A NUMERIC LIMIT.  A CHANGE     *
      * MAY LEAVE ANY FIELD BLANK, BUT WHAT IT DOES PUNCH MUST BE     *
      * VALID, AND IT MUST PUNCH SOMETHING.                           *
      *================================================================*
       2200-VALIDATE-MAINT-CARD.
           SET WS-VALID-YES TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.

           IF NOT RN-ACTION-ADD
               AND NOT RN-ACTION-CHANGE
               AND NOT RN-ACTION-DELETE
               MOVE "ACTION CODE NOT A, C OR D" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF RN-REVIEWER-ID = SPACES
               MOVE "REVIEWER ID MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF RN-ACTION-DELETE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF RN-ACTION-CHANGE
               AND RN-REVIEWER-NAME = SPACES
               AND RN-STATUS = SPACE
               AND RN-MAX-AMOUNT-X = SPACES
               MOVE "NOTHING TO CHANGE" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF RN-ACTION-ADD
               AND RN-REVIEWER-NAME = SPACES
               MOVE "REVIEWER NAME MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF NOT RN-STATUS-VALID
               AND (RN-ACTION-ADD OR RN-STATUS NOT = SPACE)
               MOVE "STATUS NOT A OR I" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-MAINT-CARD-EXIT
           END-IF.

           IF RN-MAX-AMOUNT IS NOT NUMERIC
               AND (RN-ACTION-ADD OR RN-MAX-AMOUNT-X NOT = SPACES)
               MOVE "LIMIT NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2200-VALIDATE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-ADD - WRITE A NEW REVIEWER.  AN ID ALREADY ON      *
      * FILE IS A CARD ERROR, NOT AN ABEND - THE CARD IS REPORTED     *
      * AND THE RUN CARRIES ON.                                       *
      *================================================================*
       2300-APPLY-ADD.
           MOVE RN-REVIEWER-ID   TO RV-REVIEWER-ID.
           MOVE RN-REVIEWER-NAME TO RV-REVIEWER-NAME.
           MOVE RN-STATUS        TO RV-STATUS.
           MOVE RN-MAX-AMOUNT    TO RV-MAX-AMOUNT.
           MOVE WS-RUN-DATE      TO RV-ADDED-DATE.
           MOVE WS-RUN-DATE      TO RV-LAST-MAINT-DATE.

           WRITE SUMA-REVIEWER-REC.

           EVALUATE WS-RVW-FILE-STATUS
               WHEN "00"
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADD-COUNT
               WHEN "22"
                   MOVE "REVIEWER ALREADY ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "SUMARVWR WRITE FAILED - FILE STATUS "
                       WS-RVW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2300-APPLY-ADD-EXIT.
           EXIT.

      *================================================================*
      * 2400-APPLY-CHANGE - REWRITE AN EXISTING REVIEWER WITH THE     *
      * FIELDS THE CARD PUNCHES, KEEPING THE FORMER VALUES FOR THE    *
      * CHANGE REPORT.                                                *
      *================================================================*
       2400-APPLY-CHANGE.
           PERFORM 2600-READ-FOR-UPDATE
               THRU 2600-READ-FOR-UPDATE-EXIT.
           IF WS-BEFORE-NONE
               GO TO 2400-APPLY-CHANGE-EXIT
           END-IF.

           IF RN-REVIEWER-NAME NOT = SPACES
               MOVE RN-REVIEWER-NAME TO RV-REVIEWER-NAME
           END-IF.
           IF RN-STATUS NOT = SPACE
               MOVE RN-STATUS TO RV-STATUS
           END-IF.
           IF RN-MAX-AMOUNT-X NOT = SPACES
               MOVE RN-MAX-AMOUNT TO RV-MAX-AMOUNT
           END-IF.
           MOVE WS-RUN-DATE TO RV-LAST-MAINT-DATE.

           REWRITE SUMA-REVIEWER-REC.

           IF WS-RVW-FILE-STATUS NOT = "00"
               DISPLAY "SUMARVWR REWRITE FAILED - FILE STATUS "
                   WS-RVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "CHANGED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-CHANGE-COUNT.
       2400-APPLY-CHANGE-EXIT.
           EXIT.

      *================================================================*
      * 2500-APPLY-DELETE - DELETE A REVIEWER, KEEPING THE VALUES     *
      * DELETED FOR THE CHANGE REPORT.                                *
      *================================================================*
       2500-APPLY-DELETE.
           PERFORM 2600-READ-FOR-UPDATE
               THRU 2600-READ-FOR-UPDATE-EXIT.
           IF WS-BEFORE-NONE
               GO TO 2500-APPLY-DELETE-EXIT
           END-IF.

           DELETE SUMA-REVIEWER-FILE.

           IF WS-RVW-FILE-STATUS NOT = "00"
               DISPLAY "SUMARVWR DELETE FAILED - FILE STATUS "
                   WS-RVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DELETED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-DELETE-COUNT.
       2500-APPLY-DELETE-EXIT.
           EXIT.

      *================================================================*
      * 2600-READ-FOR-UPDATE - READ THE CARD'S REVIEWER AND SAVE ITS  *
      * VALUES AS THEY STAND.  ONE NOT ON FILE IS A CARD ERROR AND    *
      * LEAVES NOTHING SAVED.                                         *
      *================================================================*
       2600-READ-FOR-UPDATE.
           MOVE RN-REVIEWER-ID TO RV-REVIEWER-ID.

           READ SUMA-REVIEWER-FILE.

           EVALUATE WS-RVW-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "REVIEWER NOT ON FILE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2600-READ-FOR-UPDATE-EXIT
               WHEN OTHER
                   DISPLAY "SUMARVWR READ FAILED - FILE STATUS "
                       WS-RVW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE RV-REVIEWER-NAME TO WS-BEFORE-NAME.
           MOVE RV-STATUS        TO WS-BEFORE-STATUS.
           MOVE RV-MAX-AMOUNT    TO WS-BEFORE-MAX-AMOUNT.
           SET WS-BEFORE-SAVED TO TRUE.
       2600-READ-FOR-UPDATE-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CARD AND ITS RESULT ON     *
      * THE CHANGE REPORT.  AN APPLIED CHANGE PRINTS THE REVIEWER AS  *
      * IT NOW STANDS WITH THE FORMER VALUES ON THE LINE BELOW; AN    *
      * APPLIED DELETE PRINTS WHAT WAS DELETED; ANYTHING ELSE PRINTS  *
      * THE CARD AS PUNCHED.                                          *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 1
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-CARD-COUNT   TO WSD-CARD-COUNT.
           MOVE RN-ACTION       TO WSD-ACTION.
           MOVE RN-REVIEWER-ID  TO WSD-REVIEWER-ID.

           IF WS-BEFORE-SAVED
               AND RN-ACTION-CHANGE
               MOVE RV-REVIEWER-NAME TO WSD-REVIEWER-NAME
               MOVE RV-STATUS        TO WSD-STATUS
               MOVE RV-MAX-AMOUNT    TO WSD-MAX-AMOUNT
           ELSE
               MOVE RN-REVIEWER-NAME TO WSD-REVIEWER-NAME
               MOVE RN-STATUS        TO WSD-STATUS
               IF RN-MAX-AMOUNT IS NUMERIC
                   MOVE RN-MAX-AMOUNT TO WSD-MAX-AMOUNT
               ELSE
                   MOVE RN-MAX-AMOUNT-X TO WSD-MAX-AMOUNT-X
               END-IF
           END-IF.
           MOVE WS-RESULT-TEXT  TO WSD-RESULT.

           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-BEFORE-SAVED
               MOVE WS-BEFORE-NAME       TO WSB-REVIEWER-NAME
               MOVE WS-BEFORE-STATUS     TO WSB-STATUS
               MOVE WS-BEFORE-MAX-AMOUNT TO WSB-MAX-AMOUNT
               WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-BEFORE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR REVIEWER LISTING.           *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-LISTING-PAGE
               WRITE SUMA-REVIEWER-REPORT-LINE
                   FROM WS-LIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-REVIEWER-LISTING - AFTER THE CARDS ARE APPLIED,    *
      * BROWSE THE WHOLE REVIEWER FILE IN ID ORDER AND PRINT EVERY    *
      * REVIEWER'S AUTHORITY AS IT NOW STANDS.                        *
      *================================================================*
       4000-PRINT-REVIEWER-LISTING.
           SET WS-LISTING-PAGE TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE LOW-VALUES TO RV-REVIEWER-ID.
           START SUMA-REVIEWER-FILE
               KEY IS NOT LESS THAN RV-REVIEWER-ID.

           EVALUATE WS-RVW-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-REVIEWER-LISTING-EXIT
               WHEN OTHER
                   DISPLAY "SUMARVWR START FAILED - FILE STATUS "
                       WS-RVW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-REVIEWER
               THRU 4100-READ-NEXT-REVIEWER-EXIT.

           PERFORM 4200-PRINT-ONE-REVIEWER
               THRU 4200-PRINT-ONE-REVIEWER-EXIT
               UNTIL WS-REVIEWER-EOF-YES.
       4000-PRINT-REVIEWER-LISTING-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-REVIEWER - READ THE NEXT REVIEWER IN KEY       *
      * SEQUENCE, SET THE REVIEWER EOF SWITCH                         *
      *================================================================*
       4100-READ-NEXT-REVIEWER.
           READ SUMA-REVIEWER-FILE NEXT RECORD
               AT END
                   SET WS-REVIEWER-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-REVIEWER-EXIT
           END-READ.

           IF WS-RVW-FILE-STATUS NOT = "00"
               DISPLAY "SUMARVWR READ NEXT FAILED - FILE STATUS "
                   WS-RVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-REVIEWER-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-REVIEWER - PRINT ONE REVIEWER'S AUTHORITY.     *
      *================================================================*
       4200-PRINT-ONE-REVIEWER.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE RV-REVIEWER-ID     TO WSL-REVIEWER-ID.
           MOVE RV-REVIEWER-NAME   TO WSL-REVIEWER-NAME.
           MOVE RV-STATUS          TO WSL-STATUS.
           MOVE RV-MAX-AMOUNT      TO WSL-MAX-AMOUNT.
           MOVE RV-ADDED-DATE      TO WSL-ADDED-DATE.
           MOVE RV-LAST-MAINT-DATE TO WSL-MAINT-DATE.
           ADD 1 TO WS-LISTED-COUNT.
           IF RV-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 4100-READ-NEXT-REVIEWER
               THRU 4100-READ-NEXT-REVIEWER-EXIT.
       4200-PRINT-ONE-REVIEWER-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS, LIST THE REVIEWER      *
      * FILE, CLOSE FILES, AND SET THE STEP RETURN CODE WHEN ANY      *
      * CARD WAS IN ERROR.                                            *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "CARDS READ ............." TO WST-LABEL.
           MOVE WS-CARD-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "REVIEWERS ADDED ........" TO WST-LABEL.
           MOVE WS-ADD-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "REVIEWERS CHANGED ......" TO WST-LABEL.
           MOVE WS-CHANGE-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "REVIEWERS DELETED ......" TO WST-LABEL.
           MOVE WS-DELETE-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-REVIEWER-LISTING
               THRU 4000-PRINT-REVIEWER-LISTING-EXIT.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 1
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "REVIEWERS ON FILE ......" TO WST-LABEL.
           MOVE WS-LISTED-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  OF WHICH ACTIVE ......" TO WST-LABEL.
           MOVE WS-ACTIVE-COUNT TO WST-COUNT.
           WRITE SUMA-REVIEWER-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE SUMA-REVIEWER-MAINT-FILE
                 SUMA-REVIEWER-FILE
                 SUMA-REVIEWER-REPORT-FILE.

           DISPLAY "SUMAREVISOR - CARDS READ:     " WS-CARD-COUNT.
           DISPLAY "SUMAREVISOR - CARDS IN ERROR: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
