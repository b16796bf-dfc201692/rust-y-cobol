      *                CANNOT BE BACKED OUT TWICE.  THE BACKOUT
      *                CONTROL REPORT ACCOUNTS FOR EVERY ENTRY
      *                REVERSED AND EVERY REGISTRATION REMOVED.
      * 10/15/2026 RA  SUMACCMT NOW CARRIES EFFECTIVE-DATED GL
      *                MAPPINGS - THE NEGATING FEED POSTS TO THE GL
      *                ACCOUNT EACH COST CENTER MAPPED TO ON THE
      *                DATE BEING BACKED OUT, NOT TODAY'S, SO A
      *                MID-MONTH REMAP NO LONGER SPLITS A REVERSAL
      *                FROM THE POSTING IT REVERSES.
      * 10/15/2026 RA  SUMAUDIT ENTRIES CARRY TWO APPROVER IDS (LRECL
      *                091) - THE REVERSAL ENTRY IS WIDENED TO MATCH
      *                AND CARRIES SPACES IN BOTH.
      * 10/15/2026 RA  PERIOD CLOSE LOCK - A BACKOUT DATE IN A MONTH
      *                CLOSED ON THE SUMAPSTS PERIOD STATUS FILE IS
      *                REFUSED RC 16 BEFORE ANYTHING IS BACKED OUT -
      *                THE MONTH MUST BE REOPENED BY CARD FIRST.
      *                SUMAUDIT LRECL 097 - THE REVERSAL ENTRY CARRIES
      *                ZERO IN SA-CLOSED-PERIOD.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaRetira.
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-PSTAT-FILE ASSIGN TO SUMAPSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PERIOD
               FILE STATUS IS WS-PST-FILE-STATUS.

           SELECT SUMA-POSTING-FILE ASSIGN TO SUMAPOST
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-PSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPSS.

       FD  SUMA-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       FD  SUMA-REVERSAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-REVERSAL-REC               PIC X(97).

       FD  SUMA-BACKOUT-REPORT-FILE
           RECORDING MODE IS F
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-SLOT                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 100.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.

       01  WS-XRF-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
       01  WS-JOB-ID                   PIC X(08)   VALUE "BATCH".
       01  WS-OPERATOR-ID              PIC X(08)   VALUE "BATCH".
       01  WS-BACKOUT-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-BACKOUT-DATE-PARTS       REDEFINES WS-BACKOUT-DATE.
           05  WS-BACKOUT-PERIOD       PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-REVERSED-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NEG-AMOUNT               PIC S9(11)V99 COMP-3 VALUE ZERO.

           05  WSRV-RESUBMIT-FLAG      PIC X(01).
           05  WSRV-ORIG-RECORD-COUNT  PIC 9(07).
           05  WSRV-COST-CENTER        PIC X(04).
           05  WSRV-APPROVER-ID        PIC X(08).
           05  WSRV-SECOND-APPROVER-ID PIC X(08).
           05  WSRV-CLOSED-PERIOD      PIC 9(06).

      *----------------------------------------------------------------
      *    THE BACKED-OUT DATE'S COST-CENTER BREAKDOWN, REBUILT
               STOP RUN
           END-IF.

           PERFORM 1800-CHECK-PERIOD-OPEN
               THRU 1800-CHECK-PERIOD-OPEN-EXIT.

           DISPLAY "BACKING OUT RUN DATE " WS-BACKOUT-DATE.

           PERFORM 2100-READ-AUDIT-REC
       1500-REOPEN-AUDIT-TRAIL-EXIT.
           EXIT.

      *================================================================*
      * 1800-CHECK-PERIOD-OPEN - A BACKOUT NEGATES POSTED FIGURES     *
      * UNDER THE DATE BEING BACKED OUT, SO THAT DATE'S MONTH MUST    *
      * STILL BE OPEN ON THE SUMAPSTS PERIOD STATUS FILE.  A MONTH    *
      * SUMAMES HAS RECONCILED AND FINANCE HAS CLOSED IS REFUSED      *
      * UNTIL A REOPEN CARD PUTS IT BACK.  A MONTH NOT ON FILE HAS    *
      * NEVER BEEN CLOSED.  THE LOCK IS ONLY AS GOOD AS THE FILE, SO  *
      * A FAILED OPEN ABENDS THE STEP TOO.                            *
      *================================================================*
       1800-CHECK-PERIOD-OPEN.
           OPEN INPUT SUMA-PSTAT-FILE.

           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS OPEN FAILED - FILE STATUS "
                   WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BACKOUT-PERIOD TO PT-PERIOD.
           READ SUMA-PSTAT-FILE.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   IF PT-CLOSED
                       DISPLAY "SUMABKO DATE " WS-BACKOUT-DATE
                           " IS IN PERIOD " PT-PERIOD
                           ", CLOSED ON " PT-CLOSE-DATE
                           " BY " PT-CLOSED-BY
                           " - REOPEN IT BEFORE BACKING OUT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUMAPSTS READ FAILED - FILE STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           CLOSE SUMA-PSTAT-FILE.
       1800-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      *================================================================*
      * 2000-SCAN-FOR-REVERSALS - FIRST PASS: COUNT ANY FLAG-"B"      *
      * ENTRIES ALREADY ON THE TRAIL FOR THE BACKOUT DATE.            *
           MOVE "B"               TO WSRV-RESUBMIT-FLAG.
           MOVE SA-RECORD-COUNT   TO WSRV-ORIG-RECORD-COUNT.
           MOVE SA-COST-CENTER    TO WSRV-COST-CENTER.
           MOVE SPACES            TO WSRV-APPROVER-ID.
           MOVE SPACES            TO WSRV-SECOND-APPROVER-ID.
           MOVE ZERO              TO WSRV-CLOSED-PERIOD.

           WRITE SUMA-REVERSAL-REC FROM WS-REVERSAL-ENTRY.
       3400-WRITE-REVERSAL-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * 4200-LOOKUP-GL-ACCOUNT - MAP THE COST CENTER TO THE GL        *
      * ACCOUNT IN EFFECT ON THE DATE BEING BACKED OUT - THE ONE THE  *
      * ORIGINAL POSTING WENT TO.  A COST CENTER NO LONGER ON THE     *
      * MASTER, ONE WITH NO MAPPING IN EFFECT THAT DAY (OR THE        *
      * SPACES SLOT OF PRE-FIELD TRAIL ENTRIES) POSTS UNMAPPED.       *
      *================================================================*
       4200-LOOKUP-GL-ACCOUNT.

           EVALUATE WS-CCM-FILE-STATUS
               WHEN "00"
                   MOVE ZERO TO WS-MAP-SLOT
                   PERFORM 4250-MATCH-MAPPING
                       THRU 4250-MATCH-MAPPING-EXIT
                       VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > CM-MAP-COUNT
                   IF WS-MAP-SLOT > ZERO
                       MOVE CM-GL-ACCOUNT (WS-MAP-SLOT) TO SP-GL-ACCOUNT
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
       4200-LOOKUP-GL-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      * 4250-MATCH-MAPPING - REMEMBER THIS DATED MAPPING IF IT WAS    *
      * IN EFFECT ON THE BACKOUT DATE.  THE MASTER KEEPS THEM IN      *
      * DATE ORDER, SO THE LAST ONE REMEMBERED IS THE ONE THAT        *
      * APPLIES.                                                      *
      *================================================================*
       4250-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-BACKOUT-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       4250-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - CUT THE NEGATING FEED, PRINT THE BACKOUT     *
      * CONTROL REPORT, CLOSE FILES.  A DATE WITH NOTHING TO BACK     *
