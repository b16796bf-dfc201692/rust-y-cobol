      *                (LENGTH 28 + 6 PER AMOUNT, MAX 328) SO
      *                SUMARECICLA RECONVERTS WITH THE DAY'S
      *                RATES.
      * 10/15/2026 RA  EVERY CARD IS NOW CHECKED AGAINST THE SUMARVWR
      *                REVIEWER AUTHORITY FILE - AN UNKNOWN OR
      *                INACTIVE REVIEWER, OR AN ITEM WHOSE SUMA IS
      *                OVER THE REVIEWER'S LIMIT, IS REFUSED.  A
      *                WRITE-OFF OVER THE DUAL-APPROVAL THRESHOLD
      *                (SUMADLM CARD) LEAVES THE ITEM PENDING SECOND
      *                APPROVAL (STATUS "P") UNTIL A DIFFERENT
      *                AUTHORIZED REVIEWER SENDS A CONFIRMING "W"
      *                CARD; THE FLAG-"W" SUMAUDIT ENTRY NOW NAMES
      *                BOTH APPROVERS (SUMAUDIT LRECL 091, SUMASMST
      *                RECORDSIZE 405).
      * 10/15/2026 RA  PERIOD CLOSE LOCK - A RUN WHOSE RUN DATE FALLS
      *                IN A MONTH CLOSED ON THE SUMAPSTS PERIOD STATUS
      *                FILE REFUSES TO RUN AND ENDS RC 16.  A RELEASE
      *                NOW CARRIES THE HELD DATE INTO THE RECYCLE
      *                RECORD (LENGTH 36 + 6 PER AMOUNT, MAX 336); AN
      *                ITEM HELD IN A MONTH SINCE CLOSED IS RELEASED
      *                INTO THE CURRENT OPEN MONTH AND NOTED ON THE
      *                REPORT - SUMARECICLA FLAGS ITS AUDIT ENTRY.
      *                SUMAUDIT LRECL 097.
      * 10/15/2026 RA  THE RECYCLE RECORD CARRIES THE SOURCE SYSTEM AND
      *                EXTRACT DATE OF A SOURCE REJECT (LENGTH 52 + 6
      *                PER AMOUNT, MAX 352).  THE SUSPENSE INVENTORY
      *                KEEPS NO SOURCE, SO A RELEASE CARRIES SPACES
      *                AND ZERO AND NO FOLLOW-UP ACKNOWLEDGEMENT IS
      *                CUT FOR IT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaDecide.
               RECORD KEY IS SS-TRANS-ID
               FILE STATUS IS WS-SMS-FILE-STATUS.

           SELECT SUMA-REVIEWER-FILE ASSIGN TO SUMARVWR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-REVIEWER-ID
               FILE STATUS IS WS-RVW-FILE-STATUS.

           SELECT SUMA-PSTAT-FILE ASSIGN TO SUMAPSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PERIOD
               FILE STATUS IS WS-PST-FILE-STATUS.

           SELECT SUMA-DUAL-LIMIT-FILE ASSIGN TO SUMADLM
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-RECYCLE-FILE ASSIGN TO SUMARCY
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY SUMASMS.

       FD  SUMA-REVIEWER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMARVW.

       FD  SUMA-PSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPSS.

       FD  SUMA-DUAL-LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMADLM.

       FD  SUMA-RECYCLE-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 58 TO 352 CHARACTERS
               DEPENDING ON WS-RECYCLE-REC-LEN
           LABEL RECORDS ARE STANDARD.
       COPY SUMARCY.
       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-RELEASE-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-WRITEOFF-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CONFIRMED-COUNT          PIC 9(07)   COMP    VALUE ZERO.
       77  WS-MOVED-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-RECYCLE-REC-LEN          PIC 9(03)   COMP    VALUE ZERO.

       01  WS-SMS-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RVW-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-RELEASED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-WRITEOFF-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PENDING-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MOVED-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    REVIEWER AUTHORITY - THE ITEM'S SUMA AS A MAGNITUDE, SO A
      *    CREDIT IS HELD TO THE SAME LIMITS AS A DEBIT
      *----------------------------------------------------------------
       01  WS-DUAL-THRESHOLD           PIC 9(09)V99 VALUE ZERO.
       01  WS-ITEM-MAGNITUDE           PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    RUN IDENTIFICATION FOR THE AUDIT TRAIL
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE-PARTS           REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
       01  WS-JOB-ID                   PIC X(08)   VALUE "BATCH".
       01  WS-OPERATOR-ID              PIC X(08)   VALUE "BATCH".

      *----------------------------------------------------------------
      *    PERIOD CLOSE LOCK.  WS-CLOSED-PERIOD COMES BACK FROM 1850
      *    AS THE LOOKED-UP MONTH WHEN IT IS CLOSED, ZERO OTHERWISE.
      *----------------------------------------------------------------
       01  WS-LOOKUP-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-LOOKUP-DATE-PARTS        REDEFINES WS-LOOKUP-DATE.
           05  WS-LOOKUP-PERIOD        PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-CLOSED-PERIOD            PIC 9(06)   VALUE ZERO.
       01  WS-PERIOD-NOTE.
           05  FILLER                  PIC X(15)
                   VALUE "HELD IN CLOSED ".
           05  WSN-CLOSED-PERIOD       PIC 9(06).
           05  FILLER                  PIC X(03)   VALUE SPACES.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(31)
                   VALUE "TWO REVIEWERS FOR WRITE-OFFS > ".
           05  WSH2-DUAL-THRESHOLD PIC Z(8)9.99.
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(14) VALUE "          SUMA".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE "PERIOD NOTE".
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-SUMA            PIC -Z(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-PERIOD-NOTE     PIC X(24).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(28) VALUE SPACES.
           05  WST-AMOUNT          PIC -Z(10)9.99.
           05  FILLER              PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
                   MOVE "BATCH" TO WS-OPERATOR-ID
           END-ACCEPT.

           PERFORM 1800-CHECK-PERIOD-OPEN
               THRU 1800-CHECK-PERIOD-OPEN-EXIT.

           OPEN INPUT  SUMA-DECISION-FILE.
           OPEN OUTPUT SUMA-RECYCLE-FILE.
           OPEN OUTPUT SUMA-DECISION-REPORT-FILE.
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-REVIEWER-FILE.
           IF WS-RVW-FILE-STATUS NOT = "00"
               DISPLAY "SUMARVWR OPEN FAILED - FILE STATUS "
                   WS-RVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-DUAL-LIMIT-FILE.
           PERFORM 1100-EDIT-DUAL-LIMIT-CARD
               THRU 1100-EDIT-DUAL-LIMIT-CARD-EXIT.
           CLOSE SUMA-DUAL-LIMIT-FILE.

           PERFORM 2100-READ-DECISION-CARD
               THRU 2100-READ-DECISION-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-DUAL-LIMIT-CARD - A MISSING CARD OR BLANK           *
      * THRESHOLD MEANS ZERO, SO EVERY WRITE-OFF NEEDS TWO            *
      * REVIEWERS - A CONTROL THAT FAILS SAFE.  A THRESHOLD PRESENT   *
      * BUT GARBLED IS AN OPERATOR KEYING ERROR AND FAILS THE STEP    *
      * BEFORE ANY CARD IS APPLIED.                                   *
      *================================================================*
       1100-EDIT-DUAL-LIMIT-CARD.
           MOVE ZERO TO WS-DUAL-THRESHOLD.

           READ SUMA-DUAL-LIMIT-FILE
               AT END
                   DISPLAY "SUMADLM CARD MISSING - EVERY WRITE-OFF "
                       "NEEDS TWO REVIEWERS"
                   GO TO 1100-EDIT-DUAL-LIMIT-CARD-EXIT
           END-READ.

           IF DL-DUAL-THRESHOLD-X = SPACES
               DISPLAY "SUMADLM THRESHOLD BLANK - EVERY WRITE-OFF "
                   "NEEDS TWO REVIEWERS"
               GO TO 1100-EDIT-DUAL-LIMIT-CARD-EXIT
           END-IF.

           IF DL-DUAL-THRESHOLD IS NOT NUMERIC
               DISPLAY "SUMADLM THRESHOLD NOT NUMERIC: "
                   DL-DUAL-THRESHOLD-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE DL-DUAL-THRESHOLD TO WS-DUAL-THRESHOLD.
       1100-EDIT-DUAL-LIMIT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1800-CHECK-PERIOD-OPEN - OPEN THE SUMAPSTS PERIOD STATUS FILE *
      * (KEPT OPEN FOR THE HELD-DATE LOOKUPS) AND LOOK UP THE RUN     *
      * DATE'S MONTH.  DECISIONS ARE DATED TODAY, SO IF THIS MONTH    *
      * HAS BEEN CLOSED THE STEP ENDS BEFORE ANYTHING IS OPENED.  A   *
      * MONTH NOT ON FILE HAS NEVER BEEN CLOSED.  THE LOCK IS ONLY    *
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

           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 1850-READ-PERIOD-STATUS
               THRU 1850-READ-PERIOD-STATUS-EXIT.

           IF WS-CLOSED-PERIOD NOT = ZERO
               DISPLAY "PERIOD " PT-PERIOD " WAS CLOSED ON "
                   PT-CLOSE-DATE " BY " PT-CLOSED-BY
                   " - RUN REFUSED, NOTHING DECIDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1800-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      *================================================================*
      * 1850-READ-PERIOD-STATUS - LOOK UP THE MONTH OF                *
      * WS-LOOKUP-DATE.  WS-CLOSED-PERIOD COMES BACK AS THAT MONTH    *
      * IF IT IS CLOSED, ZERO IF IT IS OPEN OR HAS NEVER BEEN CLOSED. *
      *================================================================*
       1850-READ-PERIOD-STATUS.
           MOVE ZERO             TO WS-CLOSED-PERIOD.
           MOVE WS-LOOKUP-PERIOD TO PT-PERIOD.

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
      * 2000-PROCESS-DECISION-CARD - VALIDATE ONE CARD, APPLY THE     *
      * DECISION TO THE INVENTORY, PRINT ITS RESULT, READ THE NEXT.   *
       2000-PROCESS-DECISION-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE ZERO TO SS-SUMA.
           MOVE SPACES TO WSD-PERIOD-NOTE.

           PERFORM 2200-VALIDATE-DECISION-CARD
               THRU 2200-VALIDATE-DECISION-CARD-EXIT.
      *================================================================*
      * 2200-VALIDATE-DECISION-CARD - THE ACTION MUST BE R OR W, THE  *
      * TRANS ID MUST BE PRESENT, THE ITEM MUST BE ON THE INVENTORY   *
      * AND STILL UNRESOLVED (OPEN, OR PENDING A SECOND WRITE-OFF     *
      * APPROVAL), THE REVIEWER MUST BE AUTHORIZED FOR IT, AND ITS    *
      * AMOUNT COUNT MUST BE USABLE BEFORE A RELEASE CAN REBUILD THE  *
      * TRANSACTION FROM IT.                                          *
      *================================================================*
       2200-VALIDATE-DECISION-CARD.
           SET WS-VALID-YES TO TRUE.
                   STOP RUN
           END-EVALUATE.

           IF NOT SS-UNRESOLVED
               MOVE "ITEM ALREADY RESOLVED" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-DECISION-CARD-EXIT
           END-IF.

           PERFORM 2250-CHECK-REVIEWER
               THRU 2250-CHECK-REVIEWER-EXIT.
           IF WS-VALID-NO
               GO TO 2200-VALIDATE-DECISION-CARD-EXIT
           END-IF.

           IF DC-ACTION-RELEASE
               AND (SS-AMOUNT-COUNT IS NOT NUMERIC
                   OR SS-AMOUNT-COUNT = ZERO
       2200-VALIDATE-DECISION-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2250-CHECK-REVIEWER - THE CARD'S REVIEWER MUST BE ON THE      *
      * SUMARVWR AUTHORITY FILE, ACTIVE, AND ALLOWED TO DECIDE AN     *
      * ITEM OF THIS SIZE.  THE CARD THAT CONFIRMS A PENDING          *
      * WRITE-OFF MUST COME FROM SOMEONE OTHER THAN THE FIRST         *
      * APPROVER - THE SAME LIMIT APPLIES TO THEM.                    *
      *================================================================*
       2250-CHECK-REVIEWER.
           IF DC-REVIEWER-ID = SPACES
               MOVE "REVIEWER ID MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-CHECK-REVIEWER-EXIT
           END-IF.

           MOVE DC-REVIEWER-ID TO RV-REVIEWER-ID.

           READ SUMA-REVIEWER-FILE.

           EVALUATE WS-RVW-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "REVIEWER NOT AUTHORIZED" TO WS-RESULT-TEXT
                   SET WS-VALID-NO TO TRUE
                   GO TO 2250-CHECK-REVIEWER-EXIT
               WHEN OTHER
                   DISPLAY "SUMARVWR READ FAILED - FILE STATUS "
                       WS-RVW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF NOT RV-ACTIVE
               MOVE "REVIEWER INACTIVE" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-CHECK-REVIEWER-EXIT
           END-IF.

           IF SS-SUMA < ZERO
               COMPUTE WS-ITEM-MAGNITUDE = ZERO - SS-SUMA
           ELSE
               MOVE SS-SUMA TO WS-ITEM-MAGNITUDE
           END-IF.

           IF WS-ITEM-MAGNITUDE > RV-MAX-AMOUNT
               MOVE "OVER REVIEWER LIMIT" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2250-CHECK-REVIEWER-EXIT
           END-IF.

           IF DC-ACTION-WRITE-OFF
               AND SS-PENDING-APPROVAL
               AND DC-REVIEWER-ID = SS-FIRST-APPROVER-ID
               MOVE "SECOND APPROVER MUST DIFFER" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2250-CHECK-REVIEWER-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-RELEASE - REBUILD THE HELD TRANSACTION FROM THE    *
      * INVENTORY'S AMOUNT LIST AND ROUTE IT INTO THE SUMARCY         *
      * RECYCLE INPUT, CARRYING THE RECORD NUMBER OF THE NIGHT IT     *
      * WAS HELD SO THE AUDIT TRAIL TIES THE RELEASE TO THE HOLD.     *
      * THE ITEM IS THEN MARKED RELEASED - SUMARECICLA'S OWN AUDIT    *
      * ENTRY RECORDS THE AMOUNT ENTERING THE FIGURES.  AN ITEM       *
      * PENDING A SECOND WRITE-OFF APPROVAL MAY STILL BE RELEASED -   *
      * THE HALF-APPROVED WRITE-OFF IS DROPPED.  THE HELD DATE RIDES  *
      * ALONG; AN ITEM HELD IN A MONTH SINCE CLOSED CANNOT GO BACK    *
      * INTO THAT MONTH, SO IT IS RELEASED INTO THE CURRENT OPEN ONE  *
      * - THE REPORT NOTES IT HERE AND SUMARECICLA FLAGS ITS AUDIT    *
      * ENTRY WITH THE CLOSED MONTH.                                  *
      *================================================================*
       2300-APPLY-RELEASE.
           MOVE SS-ORIG-RECORD-COUNT TO SRC-ORIG-RECORD-COUNT.
           MOVE SS-HELD-DATE         TO SRC-ORIG-DATE.
           MOVE "5"                  TO SRC-RECORD-TYPE.
           MOVE SS-TRANS-ID          TO SRC-TRANS-ID.
           MOVE SS-COST-CENTER       TO SRC-COST-CENTER.
           MOVE SS-AMOUNT-COUNT      TO SRC-AMOUNT-COUNT.
           MOVE SS-CURRENCY-CODE     TO SRC-CURRENCY-CODE.
           MOVE SPACES               TO SRC-SOURCE-SYSTEM.
           MOVE ZERO                 TO SRC-EXTRACT-DATE.

           PERFORM 2350-COPY-ONE-AMOUNT
               THRU 2350-COPY-ONE-AMOUNT-EXIT
               VARYING WS-AMOUNT-IDX FROM 1 BY 1
               UNTIL WS-AMOUNT-IDX > SS-AMOUNT-COUNT.

           COMPUTE WS-RECYCLE-REC-LEN = 52 + (6 * SS-AMOUNT-COUNT).

           WRITE SUMA-RECYCLE-REC.

           IF SS-PENDING-APPROVAL
               MOVE "RELEASED - PENDING W/O DROPPED" TO WS-RESULT-TEXT
           ELSE
               MOVE "RELEASED TO RECYCLE" TO WS-RESULT-TEXT
           END-IF.

           MOVE SS-HELD-DATE TO WS-LOOKUP-DATE.
           IF WS-LOOKUP-PERIOD NOT = WS-RUN-PERIOD
               PERFORM 1850-READ-PERIOD-STATUS
                   THRU 1850-READ-PERIOD-STATUS-EXIT
               IF WS-CLOSED-PERIOD NOT = ZERO
                   MOVE WS-CLOSED-PERIOD TO WSN-CLOSED-PERIOD
                   MOVE WS-PERIOD-NOTE   TO WSD-PERIOD-NOTE
                   ADD 1       TO WS-MOVED-COUNT
                   ADD SS-SUMA TO WS-MOVED-TOTAL
               END-IF
           END-IF.

           SET SS-RELEASED  TO TRUE.
           MOVE WS-RUN-DATE TO SS-RESOLVED-DATE.
           MOVE SPACES      TO SS-FIRST-APPROVER-ID.
           MOVE ZERO        TO SS-FIRST-APPROVAL-DATE.

           PERFORM 2600-REWRITE-SUSP-MASTER
               THRU 2600-REWRITE-SUSP-MASTER-EXIT.

           ADD 1 TO WS-RELEASE-COUNT.
           ADD SS-SUMA TO WS-RELEASED-TOTAL.
       2300-APPLY-RELEASE-EXIT.
           EXIT.

      * 2400-APPLY-WRITE-OFF - CLOSE THE ITEM WITH A FLAG-"W" AUDIT   *
      * ENTRY.  THE HELD AMOUNT WAS NEVER IN ANY TOTAL - THE ENTRY    *
      * IS THE PRINTED ACCOUNT OF THE FIGURE LEAVING THE INVENTORY.   *
      * AN OPEN ITEM OVER THE DUAL-APPROVAL THRESHOLD IS ONLY MARKED  *
      * PENDING ON THIS CARD; THE CONFIRMING CARD OF A SECOND         *
      * REVIEWER WRITES IT OFF, AND THE ENTRY NAMES THEM BOTH.        *
      *================================================================*
       2400-APPLY-WRITE-OFF.
           IF SS-OPEN-ITEM
               AND WS-ITEM-MAGNITUDE > WS-DUAL-THRESHOLD
               PERFORM 2450-MARK-PENDING-APPROVAL
                   THRU 2450-MARK-PENDING-APPROVAL-EXIT
               GO TO 2400-APPLY-WRITE-OFF-EXIT
           END-IF.

           IF SS-PENDING-APPROVAL
               MOVE SS-FIRST-APPROVER-ID  TO SA-APPROVER-ID
               MOVE DC-REVIEWER-ID        TO SA-SECOND-APPROVER-ID
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE "WRITTEN OFF - SECOND APPROVAL" TO WS-RESULT-TEXT
           ELSE
               MOVE DC-REVIEWER-ID        TO SA-APPROVER-ID
               MOVE SPACES                TO SA-SECOND-APPROVER-ID
               MOVE "WRITTEN OFF" TO WS-RESULT-TEXT
           END-IF.

           SET SS-WRITTEN-OFF TO TRUE.
           MOVE WS-RUN-DATE   TO SS-RESOLVED-DATE.

           SET SA-WRITE-OFF           TO TRUE.
           MOVE SS-ORIG-RECORD-COUNT  TO SA-ORIG-RECORD-COUNT.
           MOVE SS-COST-CENTER        TO SA-COST-CENTER.
           MOVE ZERO                  TO SA-CLOSED-PERIOD.

           WRITE SUMA-AUDIT-REC.

           ADD 1 TO WS-WRITEOFF-COUNT.
           ADD SS-SUMA TO WS-WRITEOFF-TOTAL.
       2400-APPLY-WRITE-OFF-EXIT.
           EXIT.

      *================================================================*
      * 2450-MARK-PENDING-APPROVAL - RECORD THE FIRST APPROVAL OF A   *
      * WRITE-OFF OVER THE THRESHOLD.  THE ITEM STAYS UNRESOLVED ON   *
      * THE INVENTORY, AGING AS BEFORE, UNTIL A SECOND REVIEWER       *
      * CONFIRMS IT OR SOMEONE RELEASES IT.  NO AUDIT ENTRY YET -     *
      * NOTHING HAS LEFT THE INVENTORY.                               *
      *================================================================*
       2450-MARK-PENDING-APPROVAL.
           SET SS-PENDING-APPROVAL TO TRUE.
           MOVE DC-REVIEWER-ID     TO SS-FIRST-APPROVER-ID.
           MOVE WS-RUN-DATE        TO SS-FIRST-APPROVAL-DATE.

           PERFORM 2600-REWRITE-SUSP-MASTER
               THRU 2600-REWRITE-SUSP-MASTER-EXIT.

           ADD 1 TO WS-PENDING-COUNT.
           ADD SS-SUMA TO WS-PENDING-TOTAL.
           MOVE "PENDING SECOND APPROVAL" TO WS-RESULT-TEXT.
       2450-MARK-PENDING-APPROVAL-EXIT.
           EXIT.

      *================================================================*
      * 2600-REWRITE-SUSP-MASTER - PUT THE DECIDED ITEM BACK ON THE   *
      * INVENTORY WITH ITS NEW STATUS.                                *
      *================================================================*
       2600-REWRITE-SUSP-MASTER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.
           MOVE WS-DUAL-THRESHOLD TO WSH2-DUAL-THRESHOLD.

           WRITE SUMA-DECISION-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "CARDS READ ................" TO WSC-LABEL.
           MOVE WS-CARD-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "ITEMS RELEASED ............" TO WSC-LABEL.
           MOVE WS-RELEASE-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "  FROM CLOSED MONTHS ......" TO WSC-LABEL.
           MOVE WS-MOVED-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "ITEMS WRITTEN OFF ........." TO WSC-LABEL.
           MOVE WS-WRITEOFF-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "  OF WHICH SECOND APPROVALS" TO WSC-LABEL.
           MOVE WS-CONFIRMED-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "LEFT PENDING 2ND APPROVAL ." TO WSC-LABEL.
           MOVE WS-PENDING-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR ............" TO WSC-LABEL.
           MOVE WS-ERROR-COUNT TO WSC-COUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RELEASED AMOUNT TOTAL ....." TO WST-LABEL.
           MOVE WS-RELEASED-TOTAL TO WST-AMOUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  FROM CLOSED MONTHS ......" TO WST-LABEL.
           MOVE WS-MOVED-TOTAL TO WST-AMOUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "WRITTEN-OFF TOTAL ........." TO WST-LABEL.
           MOVE WS-WRITEOFF-TOTAL TO WST-AMOUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "LEFT PENDING TOTAL ........" TO WST-LABEL.
           MOVE WS-PENDING-TOTAL TO WST-AMOUNT.
           WRITE SUMA-DECISION-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE SUMA-DECISION-FILE
                 SUMA-SUSP-MASTER-FILE
                 SUMA-REVIEWER-FILE
                 SUMA-PSTAT-FILE
                 SUMA-RECYCLE-FILE
                 SUMA-AUDIT-FILE
                 SUMA-DECISION-REPORT-FILE.
           DISPLAY "SUMADECIDE - CARDS READ:     " WS-CARD-COUNT.
           DISPLAY "SUMADECIDE - ITEMS RELEASED: " WS-RELEASE-COUNT.
           DISPLAY "SUMADECIDE - WRITTEN OFF:    " WS-WRITEOFF-COUNT.
           DISPLAY "SUMADECIDE - LEFT PENDING:   " WS-PENDING-COUNT.
           DISPLAY "SUMADECIDE - CARDS IN ERROR: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
