      *                328) AND CONVERT TO BASE OFF THE SUMARATE
      *                DAILY RATES, SAME AS THE NIGHTLY RUN - A
      *                CURRENCY WITH NO RATE REJECTS R017.
      * 10/15/2026 RA  SUMACCMT NOW CARRIES EFFECTIVE-DATED GL
      *                MAPPINGS - A CORRECTION IS CHECKED AND POSTED
      *                WITH THE MAPPING IN EFFECT ON THE RUN DATE IT
      *                POSTS UNDER, NOT WHATEVER WAS KEYED LAST.
      * 10/15/2026 RA  SUMAUDIT ENTRIES CARRY TWO APPROVER IDS (LRECL
      *                091), SPACES ON A RESUBMISSION ENTRY.
      * 10/15/2026 RA  PERIOD CLOSE LOCK - A RUN WHOSE RUN DATE FALLS
      *                IN A MONTH CLOSED ON THE SUMAPSTS PERIOD STATUS
      *                FILE REFUSES TO POST AND ENDS RC 16.  CORRECTED
      *                TRANSACTIONS NOW CARRY THE DATE OF THE NIGHT
      *                THE ORIGINAL WAS REJECTED OR HELD (RECORD
      *                LENGTH 36 + 6 PER AMOUNT, MAX 336; NOT NUMERIC
      *                REJECTS R018) - ONE WHOSE ORIGINAL NIGHT FELL
      *                IN A CLOSED MONTH IS POSTED INTO THE CURRENT
      *                OPEN MONTH, SAYS SO ON THE REPORT, AND ITS
      *                SUMAUDIT ENTRY CARRIES THE CLOSED MONTH IN
      *                SA-CLOSED-PERIOD (LRECL 097).
      * 10/15/2026 RA  CORRECTED TRANSACTIONS CARRY THE SOURCE SYSTEM
      *                AND EXTRACT DATE OF THE ORIGINAL (RECORD LENGTH
      *                52 + 6 PER AMOUNT, MAX 352), AS DO THE SUMAREJ
      *                REJECTS (LRECL 070).  A CORRECTION THAT POSTS
      *                GOES BACK TO ITS SOURCE ON THE NEW SUMAACK
      *                FILE AS A FOLLOW-UP ACKNOWLEDGEMENT - ONE
      *                HEADER, DETAIL LINES AND TRAILER PER SOURCE
      *                AND ORIGINAL EXTRACT DATE.
      * 10/15/2026 RA  THE COST-CENTER MAPPING IS NOW RESOLVED AS OF
      *                THE CORRECTION'S ORIGINAL NIGHT (THE RUN DATE
      *                WHEN IT CARRIES NONE), SO A RECYCLED OLD DAY
      *                POSTS TO THE ACCOUNT IN FORCE ON THAT DAY.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaRecicla.
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-PSTAT-FILE ASSIGN TO SUMAPSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PERIOD
               FILE STATUS IS WS-PST-FILE-STATUS.

           SELECT SUMA-RATE-FILE ASSIGN TO SUMARATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT SUMA-ACK-FILE ASSIGN TO SUMAACK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-RECYCLE-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 58 TO 352 CHARACTERS
               DEPENDING ON WS-RECYCLE-REC-LEN
           LABEL RECORDS ARE STANDARD.
       COPY SUMARCY.
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-PSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPSS.

       FD  SUMA-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMARTE.

       FD  SUMA-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAACK.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
       77  WS-RECORD-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-POSTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-MOVED-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.
       77  WS-CC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 50.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.

      *----------------------------------------------------------------
      *    SWITCH FOR OVERFLOW WHILE SUMMING THE AMOUNT LIST
           88  WS-REASON-CC-UNKNOWN                 VALUE "R015".
           88  WS-REASON-CC-INACTIVE                VALUE "R016".
           88  WS-REASON-NO-RATE                    VALUE "R017".
           88  WS-REASON-ORIG-DATE-BAD              VALUE "R018".

      *----------------------------------------------------------------
      *    WORK AREA FOR THE CURRENT TRANSACTION'S RESULT
       01  WS-ORIG-SUMA                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CURR-RATE                PIC S9(3)V9(6) COMP-3 VALUE 1.
       01  WS-RECYCLE-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MOVED-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PERIOD CLOSE LOCK.  THE RUN POSTS INTO THE RUN DATE'S
      *    MONTH, WHICH MUST BE OPEN.  A CORRECTION WHOSE ORIGINAL
      *    NIGHT FELL IN A CLOSED MONTH IS POSTED HERE INSTEAD, AND
      *    WS-CLOSED-PERIOD HOLDS THAT MONTH FOR THE REPORT AND THE
      *    AUDIT ENTRY (ZERO WHEN THE ORIGINAL MONTH IS STILL OPEN).
      *----------------------------------------------------------------
       01  WS-PST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ORIG-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-ORIG-DATE-PARTS          REDEFINES WS-ORIG-DATE.
           05  WS-ORIG-PERIOD          PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-CLOSED-PERIOD            PIC 9(06)   VALUE ZERO.
      *    THE DATE THE COST-CENTER MAPPING IS RESOLVED AS OF - THE
      *    ORIGINAL NIGHT WHEN THE CORRECTION CARRIES ONE, ELSE TODAY.
       01  WS-MAP-AS-OF-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-MOVED-RESULT.
           05  FILLER                  PIC X(23)
                   VALUE "RECYCLED - FROM CLOSED ".
           05  WSM-CLOSED-PERIOD       PIC 9(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.

      *----------------------------------------------------------------
      *    DAILY EXCHANGE-RATE TABLE, LOADED AT INITIALIZATION THE
      *    RUN IDENTIFICATION FOR THE AUDIT TRAIL
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE-PARTS           REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
       01  WS-JOB-ID                   PIC X(08)   VALUE "BATCH".
       01  WS-OPERATOR-ID              PIC X(08)   VALUE "BATCH".
               10  WS-CCT-REC-COUNT    PIC 9(07)   COMP.
               10  WS-CCT-SUBTOTAL     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    FOLLOW-UP ACKNOWLEDGEMENTS.  A POSTED CORRECTION THAT CAME
      *    FROM A SOURCE EXTRACT (SOURCE SYSTEM AND EXTRACT DATE
      *    CARRIED OVER FROM ITS SUMAREJ REJECT) IS REPORTED BACK TO
      *    THAT SOURCE.  THE DETAIL LINES GO OUT AS THEY POST; EACH
      *    SOURCE AND EXTRACT DATE IS COUNTED IN THIS TABLE SO 3800
      *    CAN CUT ITS HEADER AND TRAILER AT THE END OF THE RUN.  A
      *    RELEASED SUSPENSE HOLD CARRIES NO SOURCE AND IS NOT
      *    ACKNOWLEDGED.
      *----------------------------------------------------------------
       77  WS-ACK-GROUP-COUNT          PIC 9(03)   COMP    VALUE ZERO.
       77  WS-ACK-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-ACK-GROUPS           PIC 9(03)   COMP    VALUE 50.
       01  WS-ACK-FOUND-SW             PIC X(01)   VALUE "N".
           88  WS-ACK-FOUND                         VALUE "Y".
           88  WS-ACK-NOT-FOUND                     VALUE "N".
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY            OCCURS 50 TIMES.
               10  WS-AKT-SOURCE-SYSTEM PIC X(08).
               10  WS-AKT-EXTRACT-DATE PIC 9(08).
               10  WS-AKT-LINE-COUNT   PIC 9(07)   COMP.
               10  WS-AKT-AMOUNT       PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "POSTING PERIOD: ".
           05  WSH2-POST-PERIOD    PIC 9(06).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
                   MOVE "BATCH" TO WS-OPERATOR-ID
           END-ACCEPT.

           PERFORM 1800-CHECK-PERIOD-OPEN
               THRU 1800-CHECK-PERIOD-OPEN-EXIT.

           OPEN INPUT  SUMA-RECYCLE-FILE.
           OPEN OUTPUT SUMA-REJECTS-FILE.
           OPEN OUTPUT SUMA-REPORT-FILE.
           PERFORM 1700-LOAD-RATES
               THRU 1700-LOAD-RATES-EXIT.

           OPEN OUTPUT SUMA-ACK-FILE.

           PERFORM 2100-READ-RECYCLE-REC
               THRU 2100-READ-RECYCLE-REC-EXIT.
       1000-INITIALIZE-EXIT.
       1750-LOAD-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      * 1800-CHECK-PERIOD-OPEN - OPEN THE SUMAPSTS PERIOD STATUS FILE *
      * (KEPT OPEN FOR THE ORIGINAL-NIGHT LOOKUPS) AND LOOK UP THE    *
      * RUN DATE'S MONTH.  CORRECTIONS POST INTO THAT MONTH, SO IF    *
      * IT HAS BEEN CLOSED THE STEP ENDS BEFORE ANYTHING IS OPENED.   *
      * A MONTH NOT ON FILE HAS NEVER BEEN CLOSED.  THE LOCK IS ONLY  *
      * AS GOOD AS THE FILE, SO A FAILED OPEN ABENDS THE STEP TOO.    *
      *================================================================*
       1800-CHECK-PERIOD-OPEN.
           OPEN INPUT SUMA-PSTAT-FILE.

           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS OPEN FAILED - FILE STATUS "
                   WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-ORIG-DATE.
           PERFORM 1850-READ-PERIOD-STATUS
               THRU 1850-READ-PERIOD-STATUS-EXIT.

           IF WS-CLOSED-PERIOD NOT = ZERO
               DISPLAY "PERIOD " PT-PERIOD " WAS CLOSED ON "
                   PT-CLOSE-DATE " BY " PT-CLOSED-BY
                   " - RUN REFUSED, NOTHING POSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1800-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      *================================================================*
      * 1850-READ-PERIOD-STATUS - LOOK UP THE MONTH OF WS-ORIG-DATE.  *
      * WS-CLOSED-PERIOD COMES BACK AS THAT MONTH IF IT IS CLOSED,    *
      * ZERO IF IT IS OPEN OR HAS NEVER BEEN CLOSED.                  *
      *================================================================*
       1850-READ-PERIOD-STATUS.
           MOVE ZERO           TO WS-CLOSED-PERIOD.
           MOVE WS-ORIG-PERIOD TO PT-PERIOD.

           READ SUMA-PSTAT-FILE.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   IF PT-CLOSED
                       MOVE PT-PERIOD TO WS-CLOSED-PERIOD
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMAPSTS READ FAILED - FILE STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1850-READ-PERIOD-STATUS-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-RECYCLE-REC - REVALIDATE ONE CORRECTED           *
      * TRANSACTION WITH THE SAME RULES AS THE NIGHTLY RUN, TOTAL IT  *
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 3200-ACCUMULATE-COST-CENTER
                       THRU 3200-ACCUMULATE-COST-CENTER-EXIT
                   PERFORM 2270-CHECK-ORIG-PERIOD
                       THRU 2270-CHECK-ORIG-PERIOD-EXIT
                   PERFORM 3000-WRITE-DETAIL-LINE
                       THRU 3000-WRITE-DETAIL-LINE-EXIT
                   PERFORM 2600-WRITE-AUDIT-REC
                       THRU 2600-WRITE-AUDIT-REC-EXIT
                   PERFORM 2650-REGISTER-TRANS-ID
                       THRU 2650-REGISTER-TRANS-ID-EXIT
                   PERFORM 2850-WRITE-ACK-LINE
                       THRU 2850-WRITE-ACK-LINE-EXIT
               END-IF
           ELSE
               PERFORM 2800-WRITE-REJECT-REC
               GO TO 2200-VALIDATE-RECYCLE-REC-EXIT
           END-IF.

           IF SRC-ORIG-DATE IS NOT NUMERIC
               SET WS-REASON-ORIG-DATE-BAD TO TRUE
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-RECYCLE-REC-EXIT
           END-IF.

           IF NOT SRC-DETAIL-REC
               SET WS-REASON-TYPE-BAD TO TRUE
               SET WS-VALID-NO TO TRUE
                       SET WS-VALID-NO TO TRUE
                   ELSE
                       COMPUTE WS-EXPECTED-REC-LEN =
                           52 + (6 * SRC-AMOUNT-COUNT)

                       IF WS-EXPECTED-REC-LEN NOT = WS-RECYCLE-REC-LEN
                           SET WS-REASON-LEN-BAD TO TRUE
      *================================================================*
      * 2230-CHECK-COST-CENTER - THE CORRECTED COST CENTER MUST BE    *
      * ACTIVE ON THE SUMACCMT MASTER, SAME AS THE NIGHTLY RUN.  THE  *
      * MAPPED GL ACCOUNT IS KEPT FOR THE POSTING FEED.  BOTH COME    *
      * FROM THE MAPPING IN EFFECT ON THE ORIGINAL NIGHT THE ITEM WAS *
      * REJECTED OR HELD, SO AN OLD DAY POSTS TO THE ACCOUNT THAT DAY *
      * USED; A CORRECTION WITH NO ORIGINAL DATE USES THE RUN DATE.   *
      *================================================================*
       2230-CHECK-COST-CENTER.
           MOVE SPACES TO WS-CC-GL-ACCOUNT.
           IF SRC-ORIG-DATE = ZERO
               MOVE WS-RUN-DATE   TO WS-MAP-AS-OF-DATE
           ELSE
               MOVE SRC-ORIG-DATE TO WS-MAP-AS-OF-DATE
           END-IF.
           MOVE SRC-COST-CENTER TO CM-COST-CENTER.

           READ SUMA-CCMAST-FILE.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   MOVE ZERO TO WS-MAP-SLOT
                   PERFORM 2235-MATCH-MAPPING
                       THRU 2235-MATCH-MAPPING-EXIT
                       VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > CM-MAP-COUNT
                   EVALUATE TRUE
                       WHEN WS-MAP-SLOT = ZERO
                           SET WS-REASON-CC-UNKNOWN TO TRUE
                           SET WS-VALID-NO TO TRUE
                       WHEN CM-INACTIVE (WS-MAP-SLOT)
                           SET WS-REASON-CC-INACTIVE TO TRUE
                           SET WS-VALID-NO TO TRUE
                       WHEN OTHER
                           MOVE CM-GL-ACCOUNT (WS-MAP-SLOT)
                               TO WS-CC-GL-ACCOUNT
                   END-EVALUATE
               WHEN "23"
                   SET WS-REASON-CC-UNKNOWN TO TRUE
                   SET WS-VALID-NO TO TRUE
       2230-CHECK-COST-CENTER-EXIT.
           EXIT.

      *================================================================*
      * 2235-MATCH-MAPPING - REMEMBER THIS DATED MAPPING IF IT IS IN  *
      * EFFECT ON WS-MAP-AS-OF-DATE.  THE MASTER KEEPS THEM IN DATE   *
      * ORDER, SO THE LAST ONE REMEMBERED IS THE ONE THAT APPLIES.    *
      *================================================================*
       2235-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-MAP-AS-OF-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       2235-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 2240-CHECK-CURRENCY - A SPACES CURRENCY CODE IS BASE          *
      * CURRENCY (RATE 1); A FOREIGN CODE MUST HAVE A RATE ON THE     *
       2250-VALIDATE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 2270-CHECK-ORIG-PERIOD - A CORRECTION BELONGS TO THE MONTH    *
      * OF THE NIGHT ITS ORIGINAL WAS REJECTED OR HELD.  IF THAT      *
      * MONTH HAS SINCE BEEN CLOSED IT CANNOT TAKE THE FIGURE - THE   *
      * CORRECTION IS POSTED INTO THE CURRENT OPEN MONTH LIKE ANY     *
      * OTHER, AND THE REPORT LINE AND AUDIT ENTRY NAME THE CLOSED    *
      * MONTH SO THE MOVE CAN BE FOLLOWED.  NO ORIGINAL DATE (ZERO)   *
      * OR AN OPEN MONTH POSTS AS AN ORDINARY RECYCLE.                *
      *================================================================*
       2270-CHECK-ORIG-PERIOD.
           MOVE "RECYCLED" TO WSD-RESULT.
           MOVE ZERO       TO WS-CLOSED-PERIOD.

           IF SRC-ORIG-DATE = ZERO
               GO TO 2270-CHECK-ORIG-PERIOD-EXIT
           END-IF.

           MOVE SRC-ORIG-DATE TO WS-ORIG-DATE.
           IF WS-ORIG-PERIOD = WS-RUN-PERIOD
               GO TO 2270-CHECK-ORIG-PERIOD-EXIT
           END-IF.

           PERFORM 1850-READ-PERIOD-STATUS
               THRU 1850-READ-PERIOD-STATUS-EXIT.

           IF WS-CLOSED-PERIOD NOT = ZERO
               MOVE WS-CLOSED-PERIOD TO WSM-CLOSED-PERIOD
               MOVE WS-MOVED-RESULT  TO WSD-RESULT
               ADD 1    TO WS-MOVED-COUNT
               ADD Suma TO WS-MOVED-TOTAL
               DISPLAY "RECYCLE RECORD " WS-RECORD-COUNT
                   " ORIGINAL MONTH " WS-CLOSED-PERIOD
                   " IS CLOSED - POSTED TO " WS-RUN-PERIOD
           END-IF.
       2270-CHECK-ORIG-PERIOD-EXIT.
           EXIT.

      *================================================================*
      * 2300-COMPUTE-SUMA - TOTAL WHATEVER AMOUNTS ARE PRESENT ON     *
      * THE CORRECTED TRANSACTION.                                    *
           SET SA-RESUBMISSION        TO TRUE.
           MOVE SRC-ORIG-RECORD-COUNT TO SA-ORIG-RECORD-COUNT.
           MOVE SRC-COST-CENTER       TO SA-COST-CENTER.
           MOVE SPACES                TO SA-APPROVER-ID.
           MOVE SPACES                TO SA-SECOND-APPROVER-ID.
           MOVE WS-CLOSED-PERIOD      TO SA-CLOSED-PERIOD.

           WRITE SUMA-AUDIT-REC.
       2600-WRITE-AUDIT-REC-EXIT.
           MOVE SRC-TRANS-ID          TO SR-TRANS-ID.
           MOVE SRC-AMOUNT-COUNT      TO SR-AMOUNT-COUNT.
           MOVE WS-REASON-CODE        TO SR-REASON-CODE.
           MOVE SRC-SOURCE-SYSTEM     TO SR-SOURCE-SYSTEM.
           IF SRC-EXTRACT-DATE IS NUMERIC
               MOVE SRC-EXTRACT-DATE  TO SR-EXTRACT-DATE
           ELSE
               MOVE ZERO              TO SR-EXTRACT-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-REASON-NO-AMOUNTS
                   MOVE "COST CENTER INACTIVE" TO SR-REASON-TEXT
               WHEN WS-REASON-NO-RATE
                   MOVE "CURRENCY HAS NO RATE" TO SR-REASON-TEXT
               WHEN WS-REASON-ORIG-DATE-BAD
                   MOVE "ORIG DATE NOT NUMERIC" TO SR-REASON-TEXT
           END-EVALUATE.

           WRITE SUMA-REJECT-REC.
       2800-WRITE-REJECT-REC-EXIT.
           EXIT.

      *================================================================*
      * 2850-WRITE-ACK-LINE - THE CORRECTION POSTED.  IF IT CAME FROM *
      * A SOURCE EXTRACT, TELL THAT SOURCE: WRITE A FOLLOW-UP DETAIL  *
      * LINE (DISPOSITION A) NAMING THE NIGHT THE ORIGINAL WAS        *
      * REJECTED OR HELD, AND COUNT IT INTO ITS SOURCE AND EXTRACT    *
      * DATE'S SLOT FOR THE HEADER AND TRAILER 3800 WRITES LATER.     *
      *================================================================*
       2850-WRITE-ACK-LINE.
           IF SRC-SOURCE-SYSTEM = SPACES
               OR SRC-EXTRACT-DATE IS NOT NUMERIC
               OR SRC-EXTRACT-DATE = ZERO
               GO TO 2850-WRITE-ACK-LINE-EXIT
           END-IF.

           SET WS-ACK-NOT-FOUND TO TRUE.

           PERFORM 2860-MATCH-ACK-GROUP
               THRU 2860-MATCH-ACK-GROUP-EXIT
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-GROUP-COUNT
                   OR WS-ACK-FOUND.

           IF WS-ACK-NOT-FOUND
               IF WS-ACK-GROUP-COUNT >= WS-MAX-ACK-GROUPS
                   DISPLAY "MORE THAN " WS-MAX-ACK-GROUPS
                       " SOURCE EXTRACTS ON SUMARCY - TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACK-GROUP-COUNT
               MOVE SRC-SOURCE-SYSTEM
                   TO WS-AKT-SOURCE-SYSTEM (WS-ACK-GROUP-COUNT)
               MOVE SRC-EXTRACT-DATE
                   TO WS-AKT-EXTRACT-DATE (WS-ACK-GROUP-COUNT)
               MOVE 1    TO WS-AKT-LINE-COUNT (WS-ACK-GROUP-COUNT)
               MOVE Suma TO WS-AKT-AMOUNT (WS-ACK-GROUP-COUNT)
           END-IF.

           MOVE SPACES                TO SUMA-ACK-REC.
           MOVE SRC-SOURCE-SYSTEM     TO AK-SOURCE-SYSTEM.
           MOVE SRC-EXTRACT-DATE      TO AK-EXTRACT-DATE.
           SET AK-FOLLOW-UP-ACK       TO TRUE.
           SET AK-DETAIL-REC          TO TRUE.
           MOVE WS-RUN-DATE           TO AK-RUN-DATE.
           MOVE SRC-TRANS-ID          TO AK-TRANS-ID.
           MOVE SRC-COST-CENTER       TO AK-COST-CENTER.
           SET AK-DISP-ACCEPTED       TO TRUE.
           MOVE SPACES                TO AK-REASON-CODE.
           MOVE "ACCEPTED ON RESUBMISSION" TO AK-REASON-TEXT.
           MOVE Suma                  TO AK-AMOUNT.
           MOVE SRC-ORIG-DATE         TO AK-ORIG-RUN-DATE.
           WRITE SUMA-ACK-REC.
       2850-WRITE-ACK-LINE-EXIT.
           EXIT.

      *================================================================*
      * 2860-MATCH-ACK-GROUP - IF THIS SLOT IS THE CORRECTION'S       *
      * SOURCE AND EXTRACT DATE, COUNT IT IN AND STOP THE SCAN.       *
      *================================================================*
       2860-MATCH-ACK-GROUP.
           IF WS-AKT-SOURCE-SYSTEM (WS-ACK-IDX) = SRC-SOURCE-SYSTEM
               AND WS-AKT-EXTRACT-DATE (WS-ACK-IDX) = SRC-EXTRACT-DATE
               ADD 1    TO WS-AKT-LINE-COUNT (WS-ACK-IDX)
               ADD Suma TO WS-AKT-AMOUNT (WS-ACK-IDX)
               SET WS-ACK-FOUND TO TRUE
           END-IF.
       2860-MATCH-ACK-GROUP-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CORRECTED TRANSACTION AND  *
      * ITS RESULT (WSD-RESULT IS FILLED BY THE CALLER), ROLLING TO   *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.
           MOVE WS-RUN-PERIOD TO WSH2-POST-PERIOD.

           WRITE SUMA-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
       3700-WRITE-PERIOD-REC-EXIT.
           EXIT.

      *================================================================*
      * 3800-WRITE-ACK-GROUP - CLOSE OFF ONE SOURCE EXTRACT'S         *
      * FOLLOW-UP ACKNOWLEDGEMENT: A HEADER COUNTING THE CORRECTIONS  *
      * ACCEPTED TONIGHT AND THEIR AMOUNT, AND A TRAILER COUNTING THE *
      * DETAIL LINES.  THE SOURCE'S OWN TRAILER FIGURES WERE ECHOED   *
      * ON THE NIGHTLY ACKNOWLEDGEMENT AND GO OUT AS ZERO HERE.  THE  *
      * DETAIL LINES ARE AHEAD OF THE HEADER ON THE FILE; THE JOB'S   *
      * SORT PUTS THEM BACK IN HEADER, DETAIL, TRAILER ORDER.         *
      *================================================================*
       3800-WRITE-ACK-GROUP.
           MOVE SPACES TO SUMA-ACK-REC.
           MOVE WS-AKT-SOURCE-SYSTEM (WS-ACK-IDX) TO AK-SOURCE-SYSTEM.
           MOVE WS-AKT-EXTRACT-DATE (WS-ACK-IDX)  TO AK-EXTRACT-DATE.
           SET AK-FOLLOW-UP-ACK       TO TRUE.
           SET AK-HEADER-REC          TO TRUE.
           MOVE WS-RUN-DATE           TO AK-RUN-DATE.
           MOVE ZERO                  TO AK-TRL-COUNT
                                         AK-TRL-HASH
                                         AK-EXCEPTION-COUNT.
           SET AK-ACCEPTED-FULL       TO TRUE.
           MOVE "FOLLOW-UP - CORRECTIONS POSTED" TO AK-VERDICT-TEXT.
           MOVE WS-AKT-LINE-COUNT (WS-ACK-IDX) TO AK-READ-COUNT
                                                  AK-ACCEPT-COUNT.
           MOVE WS-AKT-AMOUNT (WS-ACK-IDX)     TO AK-ACCEPT-AMOUNT.
           WRITE SUMA-ACK-REC.

           MOVE SPACES TO AK-BODY.
           SET AK-TRAILER-REC         TO TRUE.
           MOVE WS-AKT-LINE-COUNT (WS-ACK-IDX) TO AK-LINE-COUNT.
           WRITE SUMA-ACK-REC.
       3800-WRITE-ACK-GROUP-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN TOTALS, CUT THE POSTING FEED,  *
      * CLOSE FILES, AND SET THE STEP RETURN CODE WHEN ANY            *
           WRITE SUMA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "  FROM CLOSED MONTHS ..." TO WSC-LABEL.
           MOVE WS-MOVED-COUNT TO WSC-COUNT.
           WRITE SUMA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RECORDS STILL IN ERROR ." TO WSC-LABEL.
           MOVE WS-REJECT-COUNT TO WSC-COUNT.
           WRITE SUMA-REPORT-LINE FROM WS-COUNT-LINE
           WRITE SUMA-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  FROM CLOSED MONTHS ..." TO WST-LABEL.
           MOVE WS-MOVED-TOTAL TO WST-AMOUNT.
           WRITE SUMA-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3600-WRITE-POSTING-FEED
               THRU 3600-WRITE-POSTING-FEED-EXIT.

           PERFORM 3800-WRITE-ACK-GROUP
               THRU 3800-WRITE-ACK-GROUP-EXIT
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-GROUP-COUNT.

      *    THE RECYCLED FIGURES JOIN THE PERIOD FILE LIKE ANY OTHER
      *    RUN'S - SUMAMES SUMS ALL RECORDS FOR A DATE, SO THE DAY'S
      *    NIGHTLY AND RECYCLED TOTALS TOGETHER RECONCILE AGAINST
                 SUMA-AUDIT-FILE
                 SUMA-XREF-FILE
                 SUMA-MASTER-FILE
                 SUMA-CCMAST-FILE
                 SUMA-PSTAT-FILE
                 SUMA-ACK-FILE.

           DISPLAY "SUMARECICLA - RECORDS READ:     " WS-RECORD-COUNT.
           DISPLAY "SUMARECICLA - RECORDS RECYCLED: " WS-POSTED-COUNT.
