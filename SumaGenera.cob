      *================================================================*
      * PROGRAM-ID.  SumaGenera                                       *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - STANDING AND AUTO-REVERSING
      *                ENTRY GENERATOR.  RUNS AHEAD OF SUMANUMEROS
      *                IN SUMAJOB: FINDS THE NIGHT'S BUSINESS DATE
      *                ON THE SUMACAL CALENDAR, READS EVERY ENTRY ON
      *                THE SUMASTND STANDING-ENTRY FILE AND CUTS A
      *                COMPLETE SUMAIN-FORMAT EXTRACT (TYPE-0 HEADER,
      *                SOURCE "STANDING", A TYPE-5 DETAIL PER ENTRY
      *                DUE AND PER ACCRUAL DUE TO REVERSE, TYPE-9
      *                TRAILER WITH COUNT AND HASH) ON SUMAGEN.
      *                EVERY TRANS ID CUT IS REGISTERED ON THE
      *                SUMAMAST MASTER WITH THE ENTRY'S DESCRIPTION.
      *                LISTS WHAT WAS CUT ON SUMAGRPT.  RC 4 WHEN AN
      *                ENTRY HAD TO BE PASSED OVER, RC 16 ON A FILE
      *                OR CALENDAR FAILURE.
      * 10/15/2026 RA  A RERUN OF THE SAME NIGHT NO LONGER REVERSES
      *                THE ACCRUAL THE FIRST PASS CUT TONIGHT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaGenera.
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
           SELECT SUMA-GEN-PARM-FILE ASSIGN TO SUMAGPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT SUMA-CALENDAR-FILE ASSIGN TO SUMACAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT SUMA-STANDING-FILE ASSIGN TO SUMASTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FJ-ENTRY-ID
               FILE STATUS IS WS-STD-FILE-STATUS.

           SELECT SUMA-MASTER-FILE ASSIGN TO SUMAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-TRANS-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SUMA-EXTRACT-FILE ASSIGN TO SUMAGEN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-GEN-REPORT-FILE ASSIGN TO SUMAGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-GEN-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAGEP.

       FD  SUMA-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMACAL.

       FD  SUMA-STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAFIJ.

       FD  SUMA-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAMST.

      *    THE EXTRACT IS WRITTEN IN EXACTLY THE LAYOUT THE UPSTREAM
      *    DROPS ARRIVE IN, SO SUMANUMEROS BALANCES IT LIKE ANY OTHER.
       FD  SUMA-EXTRACT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-GEN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       COPY SUMAIN.

       FD  SUMA-GEN-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-GEN-REPORT-LINE            PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-CAL-EOF-SW           PIC X(01)   VALUE "N".
               88  WS-CAL-EOF-YES                  VALUE "Y".
               88  WS-CAL-EOF-NO                   VALUE "N".
           05  WS-STANDING-EOF-SW      PIC X(01)   VALUE "N".
               88  WS-STANDING-EOF-YES             VALUE "Y".
               88  WS-STANDING-EOF-NO              VALUE "N".
           05  WS-BUSINESS-RUN-SW      PIC X(01)   VALUE "N".
               88  WS-BUSINESS-RUN                 VALUE "Y".
               88  WS-NON-BUSINESS-RUN             VALUE "N".
           05  WS-DUE-SW               PIC X(01)   VALUE "N".
               88  WS-DUE-YES                      VALUE "Y".
               88  WS-DUE-NO                       VALUE "N".
           05  WS-ENTRY-CHANGED-SW     PIC X(01)   VALUE "N".
               88  WS-ENTRY-CHANGED-YES            VALUE "Y".
               88  WS-ENTRY-CHANGED-NO             VALUE "N".

       77  WS-ENTRY-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-STANDING-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ACCRUAL-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-REVERSAL-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-TRANS-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-REGISTERED-COUNT         PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WARNING-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.
       77  WS-AMT-IDX                  PIC 9(02)   COMP    VALUE ZERO.
       77  WS-GEN-REC-LEN              PIC 9(03)   COMP    VALUE ZERO.

       01  WS-PRM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-STD-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-MST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NOTE-TEXT                PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------
      *    CALENDAR POSITION.  WS-TARGET-DATE IS THE DATE GENERATED
      *    FOR (THE RUN DATE OR THE SUMAGPRM OVERRIDE).  THE SCAN
      *    KEEPS THE LAST TWO BUSINESS DATES ON OR BEFORE IT, AND THE
      *    ORDINAL OF THE LATEST WITHIN ITS MONTH FOR THE MONTHLY
      *    ENTRIES.  WHEN THE TARGET IS ITSELF A BUSINESS DATE IT IS
      *    THE PROCESSING DATE AND THE ONE BEFORE IS THE PRIOR
      *    BUSINESS DATE; OTHERWISE NOTHING IS DUE AND THE EXTRACT
      *    CARRIES THE LATEST BUSINESS DATE SO SUMANUMEROS'S DATE
      *    CHECK STILL PASSES IT.
      *----------------------------------------------------------------
       01  WS-TARGET-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-CAL-HIGH-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-LAST-BUS-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-LAST-BUS-DATE-R          REDEFINES WS-LAST-BUS-DATE.
           05  WS-LAST-BUS-CCYYMM      PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-LAST-BUS-ORDINAL         PIC 9(02)   VALUE ZERO.
       01  WS-PREV-BUS-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-CAL-DATE-R.
           05  WS-CAL-CCYYMM           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-PROCESS-DATE-R           REDEFINES WS-PROCESS-DATE.
           05  FILLER                  PIC 9(03).
           05  WS-PROCESS-YEAR-DIGIT   PIC 9(01).
           05  WS-PROCESS-MMDD         PIC 9(04).
       01  WS-PROCESS-ORDINAL          PIC 9(02)   VALUE ZERO.
       01  WS-PRIOR-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-EXTRACT-DATE             PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------
      *    ONE GENERATED TRANSACTION, BUILT HERE FROM THE ENTRY OR ITS
      *    REVERSAL FIGURES AND THEN WRITTEN BY 2500.  THE TRANS ID
      *    IS ENTRY ID + KIND + LAST DIGIT OF THE YEAR + MMDD.
      *----------------------------------------------------------------
       01  WS-GEN-TRANS.
           05  WS-GT-TRANS-ID.
               10  WS-GT-ENTRY-ID      PIC X(04).
               10  WS-GT-KIND          PIC X(01).
                   88  WS-GT-STANDING              VALUE "S".
                   88  WS-GT-ACCRUAL               VALUE "A".
                   88  WS-GT-REVERSAL              VALUE "R".
               10  WS-GT-YEAR-DIGIT    PIC 9(01).
               10  WS-GT-MMDD          PIC 9(04).
           05  WS-GT-COST-CENTER       PIC X(04).
           05  WS-GT-CURRENCY-CODE     PIC X(03).
           05  WS-GT-AMOUNT-COUNT      PIC 9(02).
           05  WS-GT-AMOUNT            PIC S9(9)V99 COMP-3
                                       OCCURS 10 TIMES.
       01  WS-GT-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(38)
                   VALUE "SUMAGENERA - STANDING ENTRY GENERATION".
           05  FILLER              PIC X(77) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
           05  WSH2-PROCESS-DATE   PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(21)
                   VALUE "PRIOR BUSINESS DATE: ".
           05  WSH2-PRIOR-DATE     PIC 9(08).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "ENTRY".
           05  FILLER              PIC X(12) VALUE "TRANS ID".
           05  FILLER              PIC X(10) VALUE "KIND".
           05  FILLER              PIC X(06) VALUE "CC".
           05  FILLER              PIC X(05) VALUE "CUR".
           05  FILLER              PIC X(04) VALUE " N".
           05  FILLER              PIC X(17) VALUE "   AMOUNT TOTAL".
           05  FILLER              PIC X(40) VALUE "NOTE".
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-ENTRY-ID        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-TRANS-ID        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-KIND            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-AMOUNT-COUNT    PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-AMOUNT-TOTAL    PIC -Z(10)9.99.
           05  WSD-AMOUNT-TOTAL-X  REDEFINES WSD-AMOUNT-TOTAL
                                   PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-NOTE            PIC X(40).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(25) VALUE SPACES.
           05  WST-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(100) VALUE SPACES.

       01  WS-HASH-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(25)
                   VALUE "HASH TOTAL .............".
           05  WSX-HASH-TOTAL      PIC -Z(12)9.99.
           05  FILLER              PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-BUSINESS-RUN
               PERFORM 2000-PROCESS-ENTRY
                   THRU 2000-PROCESS-ENTRY-EXIT
                   UNTIL WS-STANDING-EOF-YES
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - SETTLE THE DATE TO GENERATE FOR, FIND IT ON *
      * THE CALENDAR, OPEN FILES, WRITE THE EXTRACT HEADER AND PRIME  *
      * THE READ OF THE STANDING-ENTRY FILE.                          *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAGENERA - STANDING ENTRY GENERATION STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TARGET-DATE.

           PERFORM 1100-READ-PARM-CARD
               THRU 1100-READ-PARM-CARD-EXIT.

           PERFORM 1200-FIND-BUSINESS-DATE
               THRU 1200-FIND-BUSINESS-DATE-EXIT.

           OPEN I-O SUMA-STANDING-FILE.
           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND OPEN FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SUMA-MASTER-FILE.
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAMAST OPEN FAILED - FILE STATUS "
                   WS-MST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUMA-EXTRACT-FILE.
           OPEN OUTPUT SUMA-GEN-REPORT-FILE.

           MOVE "0"              TO SH-RECORD-TYPE.
           MOVE WS-EXTRACT-DATE  TO SH-EXTRACT-DATE.
           MOVE "STANDING"       TO SH-SOURCE-SYSTEM.
           MOVE 17 TO WS-GEN-REC-LEN.
           WRITE SUMA-INPUT-HDR-REC.

           PERFORM 3100-WRITE-REPORT-HEADING
               THRU 3100-WRITE-REPORT-HEADING-EXIT.

           IF WS-NON-BUSINESS-RUN
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "DATE IS NOT A BUSINESS DATE - NONE DUE"
                   TO WSD-NOTE
               WRITE SUMA-GEN-REPORT-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               DISPLAY "SUMAGENERA - " WS-TARGET-DATE
                   " IS NOT A BUSINESS DATE - NOTHING GENERATED"
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-NEXT-ENTRY
               THRU 2100-READ-NEXT-ENTRY-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-READ-PARM-CARD - A DATE ON THE OPTIONAL SUMAGPRM CARD    *
      * REPLACES THE RUN DATE FOR A CATCH-UP RUN.  A MISSING FILE,    *
      * EMPTY FILE OR BLANK DATE LEAVES THE RUN DATE; A DATE THAT IS  *
      * PUNCHED BUT NOT NUMERIC FAILS THE STEP.                       *
      *================================================================*
       1100-READ-PARM-CARD.
           OPEN INPUT SUMA-GEN-PARM-FILE.

           IF WS-PRM-FILE-STATUS NOT = "00"
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.

           READ SUMA-GEN-PARM-FILE
               AT END
                   CLOSE SUMA-GEN-PARM-FILE
                   GO TO 1100-READ-PARM-CARD-EXIT
           END-READ.

           CLOSE SUMA-GEN-PARM-FILE.

           IF GP-PROCESS-DATE-X = SPACES
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.

           IF GP-PROCESS-DATE IS NOT NUMERIC
               DISPLAY "SUMAGPRM DATE INVALID: <" GP-PROCESS-DATE-X
                   ">"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE GP-PROCESS-DATE TO WS-TARGET-DATE.
           DISPLAY "SUMAGENERA - GENERATING FOR " WS-TARGET-DATE
               " BY SUMAGPRM OVERRIDE".
       1100-READ-PARM-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1200-FIND-BUSINESS-DATE - SCAN THE WHOLE SUMACAL CALENDAR.    *
      * UNLIKE SUMANUMEROS, WHICH CAN RUN ITS DATE CHECK OFF, THE     *
      * GENERATOR CANNOT TELL WHAT IS DUE WITHOUT THE CALENDAR - A    *
      * MISSING, GARBLED OR OUT-OF-SEQUENCE CALENDAR, OR ONE THAT     *
      * HAS NOT BEEN EXTENDED AS FAR AS THE TARGET DATE, FAILS THE    *
      * STEP RATHER THAN QUIETLY CUTTING NOTHING.                     *
      *================================================================*
       1200-FIND-BUSINESS-DATE.
           OPEN INPUT SUMA-CALENDAR-FILE.

           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "SUMACAL OPEN FAILED - FILE STATUS "
                   WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1250-READ-ONE-CAL-DAY
               THRU 1250-READ-ONE-CAL-DAY-EXIT
               UNTIL WS-CAL-EOF-YES.

           CLOSE SUMA-CALENDAR-FILE.

           IF WS-CAL-HIGH-DATE < WS-TARGET-DATE
               DISPLAY "SUMACAL ENDS " WS-CAL-HIGH-DATE
                   " - NOT EXTENDED TO " WS-TARGET-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-LAST-BUS-DATE = ZERO
               DISPLAY "SUMACAL HOLDS NO BUSINESS DATE ON OR BEFORE "
                   WS-TARGET-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-LAST-BUS-DATE TO WS-EXTRACT-DATE.

           IF WS-LAST-BUS-DATE = WS-TARGET-DATE
               SET WS-BUSINESS-RUN TO TRUE
               MOVE WS-LAST-BUS-DATE    TO WS-PROCESS-DATE
               MOVE WS-LAST-BUS-ORDINAL TO WS-PROCESS-ORDINAL
               MOVE WS-PREV-BUS-DATE    TO WS-PRIOR-DATE
               DISPLAY "SUMAGENERA - BUSINESS DATE " WS-PROCESS-DATE
                   " (PRIOR BUSINESS DATE " WS-PRIOR-DATE ")"
           ELSE
               SET WS-NON-BUSINESS-RUN TO TRUE
           END-IF.
       1200-FIND-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================*
      * 1250-READ-ONE-CAL-DAY - ROLL ONE CALENDAR DAY INTO THE        *
      * BUSINESS-DATE PAIR IF IT IS A BUSINESS DATE NOT AFTER THE     *
      * TARGET, COUNTING BUSINESS DATES WITHIN EACH MONTH.            *
      *================================================================*
       1250-READ-ONE-CAL-DAY.
           READ SUMA-CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF-YES TO TRUE
                   GO TO 1250-READ-ONE-CAL-DAY-EXIT
           END-READ.

           IF CA-CAL-DATE IS NOT NUMERIC
               OR (NOT CA-BUSINESS-DAY AND NOT CA-HOLIDAY)
               DISPLAY "SUMACAL RECORD GARBLED: <" CA-CAL-DATE
                   CA-DAY-TYPE ">"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CA-CAL-DATE NOT > WS-CAL-HIGH-DATE
               DISPLAY "SUMACAL OUT OF SEQUENCE AT " CA-CAL-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CA-CAL-DATE TO WS-CAL-HIGH-DATE.

           IF NOT CA-BUSINESS-DAY
               OR CA-CAL-DATE > WS-TARGET-DATE
               GO TO 1250-READ-ONE-CAL-DAY-EXIT
           END-IF.

           MOVE CA-CAL-DATE TO WS-CAL-DATE-R.
           IF WS-CAL-CCYYMM = WS-LAST-BUS-CCYYMM
               ADD 1 TO WS-LAST-BUS-ORDINAL
           ELSE
               MOVE 1 TO WS-LAST-BUS-ORDINAL
           END-IF.

           MOVE WS-LAST-BUS-DATE TO WS-PREV-BUS-DATE.
           MOVE CA-CAL-DATE      TO WS-LAST-BUS-DATE.
       1250-READ-ONE-CAL-DAY-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-ENTRY - ONE STANDING ENTRY: CUT THE REVERSAL OF  *
      * ITS OUTSTANDING ACCRUAL, THEN ITS OWN OCCURRENCE IF DUE, AND  *
      * REWRITE IT WHEN EITHER MOVED ITS FIGURES.  AN ENTRY ALREADY   *
      * GENERATED FOR A LATER DATE (A CATCH-UP RUN OUT OF ORDER) IS   *
      * PASSED OVER WITH A WARNING - ITS ACCRUAL CHAIN WOULD BREAK.   *
      *================================================================*
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           SET WS-ENTRY-CHANGED-NO TO TRUE.

           IF FJ-LAST-GEN-DATE > WS-PROCESS-DATE
               OR FJ-ACR-DATE > WS-PROCESS-DATE
               MOVE "GENERATED FOR A LATER DATE - PASSED OVER"
                   TO WS-NOTE-TEXT
               PERFORM 3200-WRITE-WARNING-LINE
                   THRU 3200-WRITE-WARNING-LINE-EXIT
               PERFORM 2100-READ-NEXT-ENTRY
                   THRU 2100-READ-NEXT-ENTRY-EXIT
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           PERFORM 2200-CUT-REVERSAL
               THRU 2200-CUT-REVERSAL-EXIT.

           PERFORM 2300-CUT-OCCURRENCE
               THRU 2300-CUT-OCCURRENCE-EXIT.

           IF WS-ENTRY-CHANGED-YES
               REWRITE SUMA-STANDING-REC
               IF WS-STD-FILE-STATUS NOT = "00"
                   DISPLAY "SUMASTND REWRITE FAILED - FILE STATUS "
                       WS-STD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 2100-READ-NEXT-ENTRY
               THRU 2100-READ-NEXT-ENTRY-EXIT.
       2000-PROCESS-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-NEXT-ENTRY - READ THE NEXT STANDING ENTRY, SET THE  *
      * STANDING EOF SWITCH                                           *
      *================================================================*
       2100-READ-NEXT-ENTRY.
           READ SUMA-STANDING-FILE NEXT RECORD
               AT END
                   SET WS-STANDING-EOF-YES TO TRUE
                   GO TO 2100-READ-NEXT-ENTRY-EXIT
           END-READ.

           IF WS-STD-FILE-STATUS NOT = "00"
               DISPLAY "SUMASTND READ NEXT FAILED - FILE STATUS "
                   WS-STD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-READ-NEXT-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 2200-CUT-REVERSAL - AN ACCRUAL CUT ON AN EARLIER BUSINESS     *
      * DATE REVERSES TONIGHT: ITS FIGURES MOVE TO THE REVERSAL AREA  *
      * DATED TONIGHT AND GO OUT NEGATED.  WHEN THE REVERSAL AREA IS  *
      * ALREADY DATED TONIGHT THIS IS A RERUN, AND THE SAME REVERSAL  *
      * IS CUT AGAIN.  AN ACCRUAL DATED TONIGHT WAS CUT BY AN EARLIER *
      * PASS OF THIS SAME NIGHT AND IS LEFT FOR THE NEXT BUSINESS     *
      * DATE.  STATUS AND END DATE DO NOT MATTER HERE - AN ACCRUAL    *
      * THAT WENT OUT MUST COME BACK.                                 *
      *================================================================*
       2200-CUT-REVERSAL.
           IF FJ-REV-DATE NOT = WS-PROCESS-DATE
               IF FJ-ACR-DATE = ZERO
                   OR FJ-ACR-DATE NOT < WS-PROCESS-DATE
                   GO TO 2200-CUT-REVERSAL-EXIT
               END-IF
               MOVE FJ-ACCRUAL      TO FJ-REVERSAL
               MOVE WS-PROCESS-DATE TO FJ-REV-DATE
               INITIALIZE FJ-ACCRUAL
               SET WS-ENTRY-CHANGED-YES TO TRUE
           END-IF.

           SET WS-GT-REVERSAL TO TRUE.
           MOVE FJ-REV-COST-CENTER   TO WS-GT-COST-CENTER.
           MOVE FJ-REV-CURRENCY-CODE TO WS-GT-CURRENCY-CODE.
           MOVE FJ-REV-AMOUNT-COUNT  TO WS-GT-AMOUNT-COUNT.
           PERFORM 2210-NEGATE-ONE-AMOUNT
               THRU 2210-NEGATE-ONE-AMOUNT-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-GT-AMOUNT-COUNT.

           PERFORM 2500-WRITE-DETAIL
               THRU 2500-WRITE-DETAIL-EXIT.
           ADD 1 TO WS-REVERSAL-COUNT.
       2200-CUT-REVERSAL-EXIT.
           EXIT.

      *================================================================*
      * 2210-NEGATE-ONE-AMOUNT - ONE REVERSAL AMOUNT, SIGN FLIPPED.   *
      *================================================================*
       2210-NEGATE-ONE-AMOUNT.
           COMPUTE WS-GT-AMOUNT (WS-AMT-IDX) =
               ZERO - FJ-REV-AMOUNT (WS-AMT-IDX).
       2210-NEGATE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2300-CUT-OCCURRENCE - AN ACTIVE ENTRY DUE TONIGHT GOES OUT    *
      * WITH ITS CURRENT AMOUNTS.  AN AUTO-REVERSE ENTRY KEEPS WHAT   *
      * WAS CUT AS ITS OUTSTANDING ACCRUAL FOR THE NEXT BUSINESS      *
      * DATE TO REVERSE.  AN ENTRY DUE WITH NO AMOUNTS YET IS PASSED  *
      * OVER WITH A WARNING.                                          *
      *================================================================*
       2300-CUT-OCCURRENCE.
           IF NOT FJ-ACTIVE
               GO TO 2300-CUT-OCCURRENCE-EXIT
           END-IF.

           PERFORM 2350-CHECK-DUE
               THRU 2350-CHECK-DUE-EXIT.
           IF WS-DUE-NO
               GO TO 2300-CUT-OCCURRENCE-EXIT
           END-IF.

           IF FJ-AMOUNT-COUNT = ZERO
               MOVE "DUE BUT HAS NO AMOUNTS - PASSED OVER"
                   TO WS-NOTE-TEXT
               PERFORM 3200-WRITE-WARNING-LINE
                   THRU 3200-WRITE-WARNING-LINE-EXIT
               GO TO 2300-CUT-OCCURRENCE-EXIT
           END-IF.

           IF FJ-AUTO-REVERSE-YES
               SET WS-GT-ACCRUAL TO TRUE
           ELSE
               SET WS-GT-STANDING TO TRUE
           END-IF.
           MOVE FJ-COST-CENTER   TO WS-GT-COST-CENTER.
           MOVE FJ-CURRENCY-CODE TO WS-GT-CURRENCY-CODE.
           MOVE FJ-AMOUNT-COUNT  TO WS-GT-AMOUNT-COUNT.
           PERFORM 2310-COPY-ONE-AMOUNT
               THRU 2310-COPY-ONE-AMOUNT-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-GT-AMOUNT-COUNT.

           PERFORM 2500-WRITE-DETAIL
               THRU 2500-WRITE-DETAIL-EXIT.

           IF FJ-AUTO-REVERSE-YES
               MOVE WS-PROCESS-DATE  TO FJ-ACR-DATE
               MOVE FJ-COST-CENTER   TO FJ-ACR-COST-CENTER
               MOVE FJ-CURRENCY-CODE TO FJ-ACR-CURRENCY-CODE
               MOVE FJ-AMOUNT-COUNT  TO FJ-ACR-AMOUNT-COUNT
               PERFORM 2320-KEEP-ONE-ACCRUAL
                   THRU 2320-KEEP-ONE-ACCRUAL-EXIT
                   VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 10
               ADD 1 TO WS-ACCRUAL-COUNT
           ELSE
               ADD 1 TO WS-STANDING-COUNT
           END-IF.

           MOVE WS-PROCESS-DATE TO FJ-LAST-GEN-DATE.
           SET WS-ENTRY-CHANGED-YES TO TRUE.
       2300-CUT-OCCURRENCE-EXIT.
           EXIT.

      *================================================================*
      * 2310-COPY-ONE-AMOUNT - ONE OCCURRENCE AMOUNT AS MAINTAINED.   *
      *================================================================*
       2310-COPY-ONE-AMOUNT.
           MOVE FJ-AMOUNT (WS-AMT-IDX) TO WS-GT-AMOUNT (WS-AMT-IDX).
       2310-COPY-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2320-KEEP-ONE-ACCRUAL - ONE SLOT OF THE ACCRUAL JUST CUT.     *
      *================================================================*
       2320-KEEP-ONE-ACCRUAL.
           MOVE FJ-AMOUNT (WS-AMT-IDX) TO FJ-ACR-AMOUNT (WS-AMT-IDX).
       2320-KEEP-ONE-ACCRUAL-EXIT.
           EXIT.

      *================================================================*
      * 2350-CHECK-DUE - IS THE ENTRY DUE ON THE PROCESSING DATE?     *
      *   DAILY   - EVERY BUSINESS DATE FROM START THROUGH END.       *
      *   MONTHLY - THE BUSINESS DATE WHOSE ORDINAL IN ITS MONTH IS   *
      *             THE ENTRY'S BUSINESS DAY, FROM START THROUGH END. *
      *             A MONTH WITH FEWER BUSINESS DATES SKIPS IT.       *
      *   ONCE    - THE FIRST BUSINESS DATE ON OR AFTER THE START     *
      *             DATE: START AFTER THE PRIOR BUSINESS DATE AND NOT *
      *             AFTER TONIGHT.                                    *
      *================================================================*
       2350-CHECK-DUE.
           SET WS-DUE-NO TO TRUE.

           IF FJ-ONCE
               IF FJ-START-DATE > WS-PRIOR-DATE
                   AND FJ-START-DATE NOT > WS-PROCESS-DATE
                   SET WS-DUE-YES TO TRUE
               END-IF
               GO TO 2350-CHECK-DUE-EXIT
           END-IF.

           IF FJ-START-DATE > WS-PROCESS-DATE
               GO TO 2350-CHECK-DUE-EXIT
           END-IF.

           IF FJ-END-DATE NOT = ZERO
               AND FJ-END-DATE < WS-PROCESS-DATE
               GO TO 2350-CHECK-DUE-EXIT
           END-IF.

           IF FJ-DAILY
               SET WS-DUE-YES TO TRUE
               GO TO 2350-CHECK-DUE-EXIT
           END-IF.

           IF FJ-MONTHLY
               AND FJ-BUSINESS-DAY = WS-PROCESS-ORDINAL
               SET WS-DUE-YES TO TRUE
           END-IF.
       2350-CHECK-DUE-EXIT.
           EXIT.

      *================================================================*
      * 2500-WRITE-DETAIL - FINISH THE TRANS ID FOR TONIGHT, WRITE    *
      * THE TYPE-5 DETAIL, ROLL ITS AMOUNTS INTO THE TRAILER HASH,    *
      * REGISTER THE ID ON SUMAMAST AND LIST IT.                      *
      *================================================================*
       2500-WRITE-DETAIL.
           MOVE FJ-ENTRY-ID           TO WS-GT-ENTRY-ID.
           MOVE WS-PROCESS-YEAR-DIGIT TO WS-GT-YEAR-DIGIT.
           MOVE WS-PROCESS-MMDD       TO WS-GT-MMDD.
           MOVE ZERO TO WS-GT-AMOUNT-TOTAL.

           MOVE "5"                 TO SI-RECORD-TYPE.
           MOVE WS-GT-TRANS-ID      TO SI-TRANS-ID.
           MOVE WS-GT-COST-CENTER   TO SI-COST-CENTER.
           MOVE WS-GT-AMOUNT-COUNT  TO SI-AMOUNT-COUNT.
           MOVE WS-GT-CURRENCY-CODE TO SI-CURRENCY-CODE.
           PERFORM 2510-MOVE-ONE-AMOUNT
               THRU 2510-MOVE-ONE-AMOUNT-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-GT-AMOUNT-COUNT.

           COMPUTE WS-GEN-REC-LEN = 21 + (6 * WS-GT-AMOUNT-COUNT).
           WRITE SUMA-INPUT-REC.
           ADD 1 TO WS-TRANS-COUNT.

           PERFORM 2600-REGISTER-TRANS-ID
               THRU 2600-REGISTER-TRANS-ID-EXIT.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.
       2500-WRITE-DETAIL-EXIT.
           EXIT.

      *================================================================*
      * 2510-MOVE-ONE-AMOUNT - ONE AMOUNT ONTO THE DETAIL RECORD AND  *
      * INTO THE HASH AND LINE TOTALS.                                *
      *================================================================*
       2510-MOVE-ONE-AMOUNT.
           MOVE WS-GT-AMOUNT (WS-AMT-IDX)
               TO SI-AMOUNT-TABLE (WS-AMT-IDX).
           ADD WS-GT-AMOUNT (WS-AMT-IDX) TO WS-HASH-TOTAL.
           ADD WS-GT-AMOUNT (WS-AMT-IDX) TO WS-GT-AMOUNT-TOTAL.
       2510-MOVE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2600-REGISTER-TRANS-ID - SUMANUMEROS REJECTS AN ID NOT ON THE *
      * SUMAMAST MASTER, SO EVERY ID CUT IS ADDED THERE, ACTIVE, WITH *
      * THE ENTRY'S DESCRIPTION.  AN ID ALREADY ON FILE (A RERUN OF   *
      * THE NIGHT) IS LEFT AS IT STANDS.                              *
      *================================================================*
       2600-REGISTER-TRANS-ID.
           MOVE WS-GT-TRANS-ID TO SM-TRANS-ID.
           MOVE SPACES TO SM-DESCRIPTION.
           IF WS-GT-REVERSAL
               STRING "REVERSAL - " DELIMITED BY SIZE
                      FJ-DESCRIPTION DELIMITED BY SIZE
                   INTO SM-DESCRIPTION
           ELSE
               MOVE FJ-DESCRIPTION TO SM-DESCRIPTION
           END-IF.
           SET SM-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO SM-LAST-MAINT-DATE.

           WRITE SUMA-MASTER-REC.

           EVALUATE WS-MST-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-REGISTERED-COUNT
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMAMAST WRITE FAILED - FILE STATUS "
                       WS-MST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       2600-REGISTER-TRANS-ID-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - LIST ONE TRANSACTION CUT.            *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE FJ-ENTRY-ID         TO WSD-ENTRY-ID.
           MOVE WS-GT-TRANS-ID      TO WSD-TRANS-ID.
           EVALUATE TRUE
               WHEN WS-GT-STANDING
                   MOVE "STANDING" TO WSD-KIND
               WHEN WS-GT-ACCRUAL
                   MOVE "ACCRUAL"  TO WSD-KIND
               WHEN WS-GT-REVERSAL
                   MOVE "REVERSAL" TO WSD-KIND
           END-EVALUATE.
           MOVE WS-GT-COST-CENTER   TO WSD-COST-CENTER.
           MOVE WS-GT-CURRENCY-CODE TO WSD-CURRENCY-CODE.
           MOVE WS-GT-AMOUNT-COUNT  TO WSD-AMOUNT-COUNT.
           MOVE WS-GT-AMOUNT-TOTAL  TO WSD-AMOUNT-TOTAL.
           MOVE FJ-DESCRIPTION      TO WSD-NOTE.

           WRITE SUMA-GEN-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE RUN     *
      * AND BUSINESS DATES AND THE COLUMN TITLES.                     *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT   TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE     TO WSH2-RUN-DATE.
           MOVE WS-EXTRACT-DATE TO WSH2-PROCESS-DATE.
           MOVE WS-PRIOR-DATE   TO WSH2-PRIOR-DATE.

           WRITE SUMA-GEN-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-GEN-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

           WRITE SUMA-GEN-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 3200-WRITE-WARNING-LINE - LIST AN ENTRY PASSED OVER, WITH THE *
      * REASON, AND COUNT IT TOWARD THE RC 4.                         *
      *================================================================*
       3200-WRITE-WARNING-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE FJ-ENTRY-ID     TO WSD-ENTRY-ID.
           MOVE FJ-COST-CENTER  TO WSD-COST-CENTER.
           MOVE WS-NOTE-TEXT    TO WSD-NOTE.

           WRITE SUMA-GEN-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-WARNING-COUNT.
       3200-WRITE-WARNING-LINE-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - WRITE THE EXTRACT TRAILER, PRINT THE RUN     *
      * TOTALS, CLOSE FILES, AND SET RC 4 WHEN AN ENTRY WAS PASSED    *
      * OVER.                                                         *
      *================================================================*
       9000-TERMINATE.
           MOVE "9"            TO ST-RECORD-TYPE.
           MOVE WS-TRANS-COUNT TO ST-TRANS-COUNT.
           MOVE WS-HASH-TOTAL  TO ST-HASH-TOTAL.
           MOVE 23 TO WS-GEN-REC-LEN.
           WRITE SUMA-INPUT-TRL-REC.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "ENTRIES READ ..........." TO WST-LABEL.
           MOVE WS-ENTRY-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "STANDING CUT ..........." TO WST-LABEL.
           MOVE WS-STANDING-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ACCRUALS CUT ..........." TO WST-LABEL.
           MOVE WS-ACCRUAL-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "REVERSALS CUT .........." TO WST-LABEL.
           MOVE WS-REVERSAL-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "TRANSACTIONS ON EXTRACT " TO WST-LABEL.
           MOVE WS-TRANS-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-HASH-TOTAL TO WSX-HASH-TOTAL.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "IDS ADDED TO SUMAMAST .." TO WST-LABEL.
           MOVE WS-REGISTERED-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ENTRIES PASSED OVER ...." TO WST-LABEL.
           MOVE WS-WARNING-COUNT TO WST-COUNT.
           WRITE SUMA-GEN-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE SUMA-STANDING-FILE
                 SUMA-MASTER-FILE
                 SUMA-EXTRACT-FILE
                 SUMA-GEN-REPORT-FILE.

           DISPLAY "SUMAGENERA - TRANSACTIONS CUT: " WS-TRANS-COUNT.
           DISPLAY "SUMAGENERA - ENTRIES PASSED OVER: "
               WS-WARNING-COUNT.

           IF WS-WARNING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
