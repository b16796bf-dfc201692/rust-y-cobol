      *                FIGURES.  OPERATOR OVERRIDE FOR CATCH-UP
      *                RUNS ON SUMAPARM COL 26; NO SUMACAL DD
      *                MEANS CHECK OFF.
      * 10/15/2026 RA  SUMACCMT NOW CARRIES EFFECTIVE-DATED GL
      *                MAPPINGS - THE COST-CENTER CHECK USES THE
      *                MAPPING IN EFFECT ON THE RUN DATE, AND A
      *                COST CENTER WITH NO MAPPING IN EFFECT YET
      *                REJECTS R015 LIKE ONE NOT ON FILE.
      * 10/15/2026 RA  SUMAHIST RECORD NOW CARRIES PH-ALLOC-AMOUNT
      *                (RECORDSIZE 45) FOR THE SUMAREPARTE SHARED-
      *                SERVICE ALLOCATION - WRITTEN HERE AS ZERO,
      *                THE FIGURES HERE ARE THE NIGHT AS POSTED.
      * 10/15/2026 RA  SUMAUDIT ENTRIES CARRY TWO APPROVER IDS (LRECL
      *                091), SPACES ON A NIGHTLY ENTRY.  SUMASMST
      *                (RECORDSIZE 405) CARRIES A PENDING SECOND
      *                WRITE-OFF APPROVAL - A RE-HELD ITEM PENDING ONE
      *                KEEPS ITS HELD DATE LIKE AN OPEN ITEM, BUT GOES
      *                BACK TO OPEN AND THE FIRST APPROVAL LAPSES.
      * 10/15/2026 RA  PERIOD CLOSE LOCK - A RUN WHOSE RUN DATE FALLS
      *                IN A MONTH MARKED CLOSED ON THE SUMAPSTS PERIOD
      *                STATUS FILE REFUSES TO POST AND ENDS RC 16
      *                BEFORE ANY DATA FILE IS OPENED (VALIDATE-ONLY
      *                AND REPRINT RUNS POST NOTHING AND ARE LET BY).
      *                SUMAUDIT ENTRIES CARRY SA-CLOSED-PERIOD (LRECL
      *                097), ZERO ON A NIGHTLY ENTRY.
      * 10/15/2026 RA  ADDED THE SUMAACK ACKNOWLEDGEMENT FILE - A
      *                FIXED-LAYOUT HEADER PER EXTRACT (TRAILER
      *                FIGURES ECHOED, ACCEPT/REJECT VERDICT, ACCEPTED
      *                COUNT AND AMOUNT), ONE LINE PER REJECTED OR
      *                HELD TRANS ID AND A TRAILER, SORTED AND SPLIT
      *                PER SOURCE SYSTEM BY THE JOB AND RETURNED TO
      *                EACH UPSTREAM.  WRITTEN BY NORMAL RUNS ONLY,
      *                INCLUDING ONE STOPPED FOR TOLERANCE OR A STALE
      *                EXTRACT.  SUMAREJ CARRIES THE SOURCE SYSTEM
      *                AND EXTRACT DATE (LRECL 070).
      * 10/15/2026 RA  WHEN ONE SOURCE DROPS TWO EXTRACTS IN A NIGHT
      *                EACH ACKNOWLEDGEMENT HEADER NOW CARRIES ITS OWN
      *                DROP'S READ AND ACCEPTED FIGURES, NOT THE
      *                SOURCE'S COMBINED ONES, SO IT AGREES WITH ITS
      *                TRAILER COUNT AND DETAIL LINES.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaNumeros.
               RECORD KEY IS CM-COST-CENTER
               FILE STATUS IS WS-CCM-FILE-STATUS.

           SELECT SUMA-PSTAT-FILE ASSIGN TO SUMAPSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PERIOD
               FILE STATUS IS WS-PST-FILE-STATUS.

           SELECT SUMA-POSTING-FILE ASSIGN TO SUMAPOST
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-REVIEW-FILE ASSIGN TO SUMAVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-ACK-FILE ASSIGN TO SUMAACK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMACCM.

       FD  SUMA-PSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPSS.

       FD  SUMA-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE OMITTED.
       01  SUMA-REVIEW-LINE                PIC X(133).

       FD  SUMA-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAACK.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
       77  WS-CC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 50.
       77  WS-MAP-IDX                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAP-SLOT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-INPUT-REC-LEN            PIC 9(03)   COMP    VALUE ZERO.
       77  WS-EXPECTED-REC-LEN         PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CTL-REL-KEY              PIC 9(04)   COMP    VALUE 1.
       77  WS-SRC-COUNT                PIC 9(02)   COMP    VALUE ZERO.
       77  WS-SRC-IDX                  PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-SOURCES              PIC 9(02)   COMP    VALUE 10.
       77  WS-SRC-SLOT                 PIC 9(02)   COMP    VALUE ZERO.

      *----------------------------------------------------------------
      *    SWITCH FOR OVERFLOW WHILE SUMMING THE AMOUNT LIST
      *    RUN IDENTIFICATION FOR THE AUDIT TRAIL
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE-PARTS           REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
       01  WS-JOB-ID                   PIC X(08)   VALUE "BATCH".
       01  WS-OPERATOR-ID              PIC X(08)   VALUE "BATCH".
       01  WS-RTE-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-SMS-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CCM-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-HST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TRANS-DESC               PIC X(30)   VALUE SPACES.
       01  WS-CC-GL-ACCOUNT            PIC X(08)   VALUE SPACES.
                   88  WS-SRT-TRAILER-SEEN         VALUE "Y".
               10  WS-SRT-TRL-COUNT    PIC 9(07).
               10  WS-SRT-TRL-HASH     PIC S9(13)V99 COMP-3.
               10  WS-SRT-ACK-COUNT    PIC 9(07)   COMP.
               10  WS-SRT-ACC-COUNT    PIC 9(07)   COMP.
               10  WS-SRT-ACC-AMOUNT   PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      *    ACKNOWLEDGEMENT WORK AREA - THE VERDICT AND ACCEPTED
      *    FIGURES ARE WORKED OUT PER EXTRACT AT END OF RUN (OR WHEN
      *    THE RUN IS STOPPED), THE ACCEPTED FIGURES FROM THE RECAP
      *    TABLE SO A RESTART REPORTS THEM WHOLE.
      *----------------------------------------------------------------
       01  WS-ACK-DISPOSITION          PIC X(01)   VALUE SPACE.
           88  WS-ACK-REJECTED                     VALUE "R".
           88  WS-ACK-HELD                         VALUE "H".
       01  WS-STALE-EXTRACT-SW         PIC X(01)   VALUE "N".
           88  WS-STALE-EXTRACT                    VALUE "Y".
       01  WS-ACK-READ-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       01  WS-ACK-ACCEPT-COUNT         PIC 9(07)   COMP    VALUE ZERO.
       01  WS-ACK-ACCEPT-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACK-LINE-COUNT           PIC 9(07)   COMP    VALUE ZERO.
      *    WHEN ONE SOURCE DROPS MORE THAN ONE EXTRACT IN A NIGHT
      *    EACH HEADER CARRIES ITS OWN DROP'S ACCEPTED FIGURES, KEPT
      *    IN THE SOURCE SLOT AS THE RUN GOES.  THE SLOTS ARE NOT ON
      *    THE CHECKPOINT, SO WHATEVER THE RECAP HOLDS FOR THE SOURCE
      *    BEYOND THE SUM OF ITS DROPS (ACCEPTED BEFORE A RESTART)
      *    IS SHOWN ON THE SOURCE'S FIRST DROP.
       01  WS-ACK-DROP-COUNT           PIC 9(02)   COMP    VALUE ZERO.
       01  WS-ACK-FIRST-SLOT           PIC 9(02)   COMP    VALUE ZERO.
       01  WS-ACK-DROPS-ACC-COUNT      PIC 9(07)   COMP    VALUE ZERO.
       01  WS-ACK-DROPS-ACC-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF NOT WS-MODE-VALIDATE
               PERFORM 1800-CHECK-PERIOD-OPEN
                   THRU 1800-CHECK-PERIOD-OPEN-EXIT
           END-IF.

           OPEN INPUT  SUMA-INPUT-FILE.
           OPEN OUTPUT SUMA-REJECTS-FILE.
           OPEN OUTPUT SUMA-REPORT-FILE.
           OPEN OUTPUT SUMA-POSTING-FILE.
           OPEN OUTPUT SUMA-SUSPENSE-FILE.
           OPEN OUTPUT SUMA-REVIEW-FILE.
           OPEN OUTPUT SUMA-ACK-FILE.
           OPEN EXTEND SUMA-AUDIT-FILE.

           PERFORM 1100-OPEN-CONTROL-FILE
       1750-LOAD-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      * 1800-CHECK-PERIOD-OPEN - LOOK THE RUN DATE'S MONTH UP ON THE  *
      * SUMAPSTS PERIOD STATUS FILE.  A MONTH SUMAMES HAS RECONCILED  *
      * AND FINANCE HAS CLOSED MAY NOT TAKE ANY MORE FIGURES, SO A    *
      * CLOSED MONTH ENDS THE STEP BEFORE ANYTHING IS OPENED.  A      *
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

           MOVE WS-RUN-PERIOD TO PT-PERIOD.
           READ SUMA-PSTAT-FILE.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   IF PT-CLOSED
                       DISPLAY "PERIOD " PT-PERIOD " WAS CLOSED ON "
                           PT-CLOSE-DATE " BY " PT-CLOSED-BY
                           " - RUN REFUSED, NOTHING POSTED"
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
      * 1100-OPEN-CONTROL-FILE - OPEN THE CHECKPOINT FILE, CREATING   *
      * ITS ONE CONTROL RECORD ON THE FIRST-EVER RUN, THEN LOAD THE   *
           MOVE "N"  TO WS-SRT-TRAILER-SW (WS-SRC-COUNT).
           MOVE ZERO TO WS-SRT-TRL-COUNT (WS-SRC-COUNT).
           MOVE ZERO TO WS-SRT-TRL-HASH (WS-SRC-COUNT).
           MOVE ZERO TO WS-SRT-ACK-COUNT (WS-SRC-COUNT).
           MOVE ZERO TO WS-SRT-ACC-COUNT (WS-SRC-COUNT).
           MOVE ZERO TO WS-SRT-ACC-AMOUNT (WS-SRC-COUNT).
       2042-OPEN-SOURCE-SLOT-EXIT.
           EXIT.

           DISPLAY "RUN STOPPED - STALE OR MISDATED EXTRACT.  A "
               "DELIBERATE CATCH-UP RUN SETS SUMAPARM COL 26 = Y".

      *    NOTHING POSTS, BUT EVERY EXTRACT SEEN SO FAR IS STILL
      *    ACKNOWLEDGED - THE STALE ONE AS REJECTED.
           SET WS-STALE-EXTRACT TO TRUE.
           PERFORM 3900-WRITE-ACKNOWLEDGEMENTS
               THRU 3900-WRITE-ACKNOWLEDGEMENTS-EXIT.

           CLOSE SUMA-INPUT-FILE
                 SUMA-REJECTS-FILE
                 SUMA-REPORT-FILE
                 SUMA-CONTROL-FILE
                 SUMA-XREF-FILE
                 SUMA-MASTER-FILE
                 SUMA-CCMAST-FILE
                 SUMA-ACK-FILE.

           MOVE 12 TO RETURN-CODE.
           STOP RUN.
                               THRU 3000-WRITE-DETAIL-LINE-EXIT
                           ADD Suma TO WS-CC-SUBTOTAL
                           ADD 1 TO WS-CC-REC-COUNT
                           ADD Suma
                               TO WS-SRT-ACC-AMOUNT (WS-SRC-COUNT)
                           ADD 1
                               TO WS-SRT-ACC-COUNT (WS-SRC-COUNT)
                           IF NOT WS-MODE-VALIDATE
                               AND NOT WS-MODE-PRELIM
      *                        A CRASH-WINDOW RECORD WAS ALREADY
      * MISTYPED OR UNAUTHORIZED ONE (R015); AN INACTIVE ONE IS ONE   *
      * THE BUSINESS HAS RETIRED (R016).  THE MAPPED GL ACCOUNT IS    *
      * KEPT FOR THE POSTING FEED SO THE LEDGER GROUP POSTS OFF THE   *
      * RECORD, NOT OFF A LOOKUP SHEET.  STATUS AND ACCOUNT ARE THE   *
      * ONES IN EFFECT ON THE RUN DATE (SEE 2235); A COST CENTER      *
      * WHOSE FIRST MAPPING IS STILL PENDING IS NOT YET ON THE        *
      * MASTER AS FAR AS TONIGHT IS CONCERNED (R015).                 *
      *================================================================*
       2230-CHECK-COST-CENTER.
           MOVE SPACES TO WS-CC-GL-ACCOUNT.

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
      * EFFECT ON THE RUN DATE.  THE MASTER KEEPS THEM IN DATE        *
      * ORDER, SO THE LAST ONE REMEMBERED IS THE ONE THAT APPLIES.    *
      *================================================================*
       2235-MATCH-MAPPING.
           IF CM-EFFECTIVE-DATE (WS-MAP-IDX) NOT > WS-RUN-DATE
               MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.
       2235-MATCH-MAPPING-EXIT.
           EXIT.

      *================================================================*
      * 2240-CHECK-CURRENCY - A SPACES CURRENCY CODE IS BASE          *
      * CURRENCY (RATE 1); A FOREIGN CODE MUST HAVE A RATE ON THE     *
           MOVE SI-AMOUNT-COUNT       TO SR-AMOUNT-COUNT.
           MOVE WS-REASON-CODE        TO SR-REASON-CODE.
           MOVE "SUMA COMPUTE OVERFLOW" TO SR-REASON-TEXT.
           MOVE WS-SRT-SOURCE-SYSTEM (WS-SRC-COUNT)
               TO SR-SOURCE-SYSTEM.
           MOVE WS-SRT-EXTRACT-DATE (WS-SRC-COUNT)
               TO SR-EXTRACT-DATE.

           WRITE SUMA-REJECT-REC.

           SET WS-ACK-REJECTED TO TRUE.
           PERFORM 2850-WRITE-ACK-LINE
               THRU 2850-WRITE-ACK-LINE-EXIT.

           DISPLAY "OVERFLOW ON RECORD " WS-RECORD-COUNT
               " - AMOUNTS TOO LARGE TO SUM".

           PERFORM 3800-WRITE-REVIEW-LINE
               THRU 3800-WRITE-REVIEW-LINE-EXIT.

           SET WS-ACK-HELD TO TRUE.
           PERFORM 2850-WRITE-ACK-LINE
               THRU 2850-WRITE-ACK-LINE-EXIT.

           DISPLAY "HELD TO SUSPENSE RECORD " WS-RECORD-COUNT
               " REASON " WS-SUSPENSE-CODE.
       2460-WRITE-SUSPENSE-REC-EXIT.
      * THE KEYED SUSPENSE INVENTORY, WHERE IT LIVES UNTIL A          *
      * SUMADECIDE REVIEWER DECISION RESOLVES IT.  AN ITEM ALREADY    *
      * OPEN ON THE INVENTORY (RE-HELD ON A LATER RUN) KEEPS ITS      *
      * ORIGINAL HELD DATE SO ITS AGE KEEPS COUNTING - SO DOES ONE    *
      * PENDING A SECOND WRITE-OFF APPROVAL, THOUGH THAT APPROVAL     *
      * LAPSES WITH THE NEW AMOUNT; AN ITEM PREVIOUSLY RESOLVED AND   *
      * NOW HELD AGAIN STARTS A FRESH HOLD.                           *
      *================================================================*
       2465-REGISTER-SUSP-MASTER.
           MOVE SI-TRANS-ID TO SS-TRANS-ID.

           EVALUATE WS-SMS-FILE-STATUS
               WHEN "00"
                   IF NOT SS-UNRESOLVED
                       MOVE WS-RUN-DATE TO SS-HELD-DATE
                   END-IF
                   PERFORM 2467-BUILD-SUSP-MASTER
           MOVE ZERO              TO SS-RESOLVED-DATE.
           MOVE WS-RECORD-COUNT   TO SS-ORIG-RECORD-COUNT.
           MOVE SI-CURRENCY-CODE  TO SS-CURRENCY-CODE.
           MOVE SPACES            TO SS-FIRST-APPROVER-ID.
           MOVE ZERO              TO SS-FIRST-APPROVAL-DATE.

           PERFORM 2468-BUILD-SUSP-AMOUNT
               THRU 2468-BUILD-SUSP-AMOUNT-EXIT
                   PERFORM 2900-RESET-CONTROL-REC
                       THRU 2900-RESET-CONTROL-REC-EXIT
               END-IF
               PERFORM 3900-WRITE-ACKNOWLEDGEMENTS
                   THRU 3900-WRITE-ACKNOWLEDGEMENTS-EXIT
               CLOSE SUMA-INPUT-FILE
                     SUMA-REJECTS-FILE
                     SUMA-REPORT-FILE
                     SUMA-XREF-FILE
                     SUMA-MASTER-FILE
                     SUMA-CCMAST-FILE
                     SUMA-ACK-FILE
               MOVE 10 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE                 TO SA-RESUBMIT-FLAG.
           MOVE ZERO                  TO SA-ORIG-RECORD-COUNT.
           MOVE SI-COST-CENTER        TO SA-COST-CENTER.
           MOVE SPACES                TO SA-APPROVER-ID.
           MOVE SPACES                TO SA-SECOND-APPROVER-ID.
           MOVE ZERO                  TO SA-CLOSED-PERIOD.

           WRITE SUMA-AUDIT-REC.
       2600-WRITE-AUDIT-REC-EXIT.
                   MOVE "CURRENCY HAS NO RATE" TO SR-REASON-TEXT
           END-EVALUATE.

           MOVE WS-SRT-SOURCE-SYSTEM (WS-SRC-COUNT)
               TO SR-SOURCE-SYSTEM.
           MOVE WS-SRT-EXTRACT-DATE (WS-SRC-COUNT)
               TO SR-EXTRACT-DATE.

           WRITE SUMA-REJECT-REC.

           SET WS-ACK-REJECTED TO TRUE.
           PERFORM 2850-WRITE-ACK-LINE
               THRU 2850-WRITE-ACK-LINE-EXIT.

           DISPLAY "REJECTED RECORD " WS-RECORD-COUNT
               " REASON " WS-REASON-CODE.
       2800-WRITE-REJECT-REC-EXIT.
           EXIT.

      *================================================================*
      * 2850-WRITE-ACK-LINE - PUT THE REJECTED OR HELD TRANSACTION    *
      * ON THE ACKNOWLEDGEMENT FILE UNDER ITS EXTRACT, WITH THE       *
      * REASON JUST WRITTEN TO SUMAREJ OR SUMASUSP, SO THE UPSTREAM   *
      * CAN FIX IT AT SOURCE.  ONLY A NORMAL RUN ACKNOWLEDGES - A     *
      * VALIDATE-ONLY OR PRELIMINARY RUN POSTS NOTHING, AND THE       *
      * FINAL RUN SENDS THE ONE ACKNOWLEDGEMENT THAT COUNTS.          *
      *================================================================*
       2850-WRITE-ACK-LINE.
           IF NOT WS-MODE-NORMAL
               GO TO 2850-WRITE-ACK-LINE-EXIT
           END-IF.

           MOVE SPACES                TO SUMA-ACK-REC.
           MOVE WS-SRT-SOURCE-SYSTEM (WS-SRC-COUNT)
               TO AK-SOURCE-SYSTEM.
           MOVE WS-SRT-EXTRACT-DATE (WS-SRC-COUNT)
               TO AK-EXTRACT-DATE.
           SET AK-NIGHTLY-ACK         TO TRUE.
           SET AK-DETAIL-REC          TO TRUE.
           MOVE WS-RUN-DATE           TO AK-RUN-DATE.
           MOVE SI-TRANS-ID           TO AK-TRANS-ID.
           MOVE SI-COST-CENTER        TO AK-COST-CENTER.
           MOVE WS-ACK-DISPOSITION    TO AK-DISPOSITION.

           IF WS-ACK-HELD
               MOVE SU-REASON-CODE    TO AK-REASON-CODE
               MOVE SU-REASON-TEXT    TO AK-REASON-TEXT
               MOVE SU-SUMA           TO AK-AMOUNT
           ELSE
               MOVE SR-REASON-CODE    TO AK-REASON-CODE
               MOVE SR-REASON-TEXT    TO AK-REASON-TEXT
               MOVE ZERO              TO AK-AMOUNT
           END-IF.
           MOVE ZERO                  TO AK-ORIG-RUN-DATE.

           WRITE SUMA-ACK-REC.

           ADD 1 TO WS-SRT-ACK-COUNT (WS-SRC-COUNT).
       2850-WRITE-ACK-LINE-EXIT.
           EXIT.

      *================================================================*
      * 2900-RESET-CONTROL-REC - THE RUN REACHED END OF FILE ON ITS   *
      * OWN, SO THERE IS NOTHING LEFT FOR A RESTART TO RESUME.  ZERO  *
       3850-WRITE-REVIEW-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 3900-WRITE-ACKNOWLEDGEMENTS - CLOSE THE ACKNOWLEDGEMENT FILE  *
      * OUT WITH A HEADER AND A TRAILER FOR EVERY EXTRACT ON SUMAIN.  *
      * THE HEADERS ARE WRITTEN AFTER THEIR DETAIL LINES BECAUSE THE  *
      * VERDICT IS ONLY KNOWN NOW - THE JOB SORTS EACH EXTRACT'S      *
      * HEADER BACK AHEAD OF ITS LINES BEFORE THE FILE GOES OUT.      *
      *================================================================*
       3900-WRITE-ACKNOWLEDGEMENTS.
           IF NOT WS-MODE-NORMAL
               GO TO 3900-WRITE-ACKNOWLEDGEMENTS-EXIT
           END-IF.

           PERFORM 3910-WRITE-ONE-ACK
               THRU 3910-WRITE-ONE-ACK-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

           DISPLAY "SUMAACK - EXTRACTS ACKNOWLEDGED: " WS-SRC-COUNT.
       3900-WRITE-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

      *================================================================*
      * 3910-WRITE-ONE-ACK - WORK OUT ONE EXTRACT'S VERDICT AND WRITE *
      * ITS HEADER AND TRAILER.  NOTHING POSTS FROM A RUN STOPPED     *
      * FOR A STALE EXTRACT OR THE REJECT TOLERANCE, OR FROM ONE      *
      * OUT OF BALANCE ANYWHERE, SO EVERY EXTRACT ON IT IS "R" WITH   *
      * ZERO ACCEPTED - THE EXTRACT AT FAULT SAYING WHY.  OTHERWISE   *
      * THE ACCEPTED FIGURES ARE THE SOURCE'S RECAP ENTRIES AND       *
      * WHATEVER WAS READ BUT NOT ACCEPTED WAS REJECTED OR HELD.  A   *
      * SOURCE WITH SEVERAL DROPS GETS EACH DROP'S OWN READ AND       *
      * ACCEPTED FIGURES, SO EVERY HEADER AGREES WITH ITS TRAILER.    *
      *================================================================*
       3910-WRITE-ONE-ACK.
           MOVE WS-SRT-REC-COUNT (WS-SRC-IDX) TO WS-ACK-READ-COUNT.
           MOVE ZERO TO WS-ACK-ACCEPT-COUNT.
           MOVE ZERO TO WS-ACK-ACCEPT-AMOUNT.
           MOVE ZERO TO WS-ACK-DROP-COUNT.
           MOVE ZERO TO WS-ACK-FIRST-SLOT.
           MOVE ZERO TO WS-ACK-DROPS-ACC-COUNT.
           MOVE ZERO TO WS-ACK-DROPS-ACC-AMOUNT.

           PERFORM 3920-ADD-SOURCE-DROP
               THRU 3920-ADD-SOURCE-DROP-EXIT
               VARYING WS-SRC-SLOT FROM 1 BY 1
               UNTIL WS-SRC-SLOT > WS-SRC-COUNT.

           PERFORM 3930-ADD-SOURCE-ACCEPTED
               THRU 3930-ADD-SOURCE-ACCEPTED-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.

      *    SEVERAL DROPS: THIS DROP'S OWN FIGURES, PLUS ON THE FIRST
      *    DROP ANY PART OF THE RECAP NO DROP ACCOUNTS FOR.
           IF WS-ACK-DROP-COUNT > 1
               IF WS-SRC-IDX = WS-ACK-FIRST-SLOT
                   COMPUTE WS-ACK-ACCEPT-COUNT =
                       WS-ACK-ACCEPT-COUNT - WS-ACK-DROPS-ACC-COUNT
                           + WS-SRT-ACC-COUNT (WS-SRC-IDX)
                   COMPUTE WS-ACK-ACCEPT-AMOUNT =
                       WS-ACK-ACCEPT-AMOUNT - WS-ACK-DROPS-ACC-AMOUNT
                           + WS-SRT-ACC-AMOUNT (WS-SRC-IDX)
               ELSE
                   MOVE WS-SRT-ACC-COUNT (WS-SRC-IDX)
                       TO WS-ACK-ACCEPT-COUNT
                   MOVE WS-SRT-ACC-AMOUNT (WS-SRC-IDX)
                       TO WS-ACK-ACCEPT-AMOUNT
               END-IF
           END-IF.

           MOVE SPACES                TO SUMA-ACK-REC.
           MOVE WS-SRT-SOURCE-SYSTEM (WS-SRC-IDX)
               TO AK-SOURCE-SYSTEM.
           MOVE WS-SRT-EXTRACT-DATE (WS-SRC-IDX)
               TO AK-EXTRACT-DATE.
           SET AK-NIGHTLY-ACK         TO TRUE.
           SET AK-HEADER-REC          TO TRUE.
           MOVE WS-RUN-DATE           TO AK-RUN-DATE.
           MOVE WS-SRT-TRL-COUNT (WS-SRC-IDX) TO AK-TRL-COUNT.
           MOVE WS-SRT-TRL-HASH (WS-SRC-IDX)  TO AK-TRL-HASH.
           MOVE WS-ACK-READ-COUNT     TO AK-READ-COUNT.
           SET AK-REJECTED            TO TRUE.

           EVALUATE TRUE
               WHEN WS-STALE-EXTRACT
                   AND WS-SRC-IDX = WS-SRC-COUNT
                   MOVE "REJECTED - STALE EXTRACT DATE"
                       TO AK-VERDICT-TEXT
               WHEN WS-STALE-EXTRACT
                   MOVE "NOT POSTED - RUN STOPPED"
                       TO AK-VERDICT-TEXT
               WHEN WS-REJECT-PCT > WS-MAX-REJECT-PCT
                   MOVE "NOT POSTED - REJECT TOLERANCE"
                       TO AK-VERDICT-TEXT
               WHEN NOT WS-SRT-TRAILER-SEEN (WS-SRC-IDX)
                   MOVE "REJECTED - TRAILER MISSING"
                       TO AK-VERDICT-TEXT
               WHEN WS-SRT-TRL-COUNT (WS-SRC-IDX)
                       NOT = WS-SRT-REC-COUNT (WS-SRC-IDX)
                   OR WS-SRT-TRL-HASH (WS-SRC-IDX)
                       NOT = WS-SRT-HASH-TOTAL (WS-SRC-IDX)
                   MOVE "REJECTED - OUT OF BALANCE"
                       TO AK-VERDICT-TEXT
               WHEN WS-OUT-OF-BALANCE
                   MOVE "NOT POSTED - RUN NOT BALANCED"
                       TO AK-VERDICT-TEXT
               WHEN WS-ACK-READ-COUNT > WS-ACK-ACCEPT-COUNT
                   SET AK-ACCEPTED-PART TO TRUE
                   MOVE "ACCEPTED WITH EXCEPTIONS"
                       TO AK-VERDICT-TEXT
               WHEN OTHER
                   SET AK-ACCEPTED-FULL TO TRUE
                   MOVE "ACCEPTED IN FULL"
                       TO AK-VERDICT-TEXT
           END-EVALUATE.

           IF AK-REJECTED
               MOVE ZERO TO AK-ACCEPT-COUNT
               MOVE ZERO TO AK-ACCEPT-AMOUNT
               MOVE WS-SRT-ACK-COUNT (WS-SRC-IDX)
                   TO AK-EXCEPTION-COUNT
           ELSE
               MOVE WS-ACK-ACCEPT-COUNT  TO AK-ACCEPT-COUNT
               MOVE WS-ACK-ACCEPT-AMOUNT TO AK-ACCEPT-AMOUNT
               COMPUTE AK-EXCEPTION-COUNT =
                   WS-ACK-READ-COUNT - WS-ACK-ACCEPT-COUNT
           END-IF.

           WRITE SUMA-ACK-REC.

           MOVE SPACES                TO AK-BODY.
           SET AK-TRAILER-REC         TO TRUE.
           MOVE WS-SRT-ACK-COUNT (WS-SRC-IDX) TO AK-LINE-COUNT.

           WRITE SUMA-ACK-REC.
       3910-WRITE-ONE-ACK-EXIT.
           EXIT.

      *================================================================*
      * 3920-ADD-SOURCE-DROP - IF THIS SLOT IS A DROP FROM THE SOURCE *
      * BEING ACKNOWLEDGED, COUNT IT, NOTE THE FIRST, AND ADD UP THE  *
      * DROPS' OWN ACCEPTED FIGURES.                                  *
      *================================================================*
       3920-ADD-SOURCE-DROP.
           IF WS-SRT-SOURCE-SYSTEM (WS-SRC-SLOT)
                   = WS-SRT-SOURCE-SYSTEM (WS-SRC-IDX)
               ADD 1 TO WS-ACK-DROP-COUNT
               IF WS-ACK-FIRST-SLOT = ZERO
                   MOVE WS-SRC-SLOT TO WS-ACK-FIRST-SLOT
               END-IF
               ADD WS-SRT-ACC-COUNT (WS-SRC-SLOT)
                   TO WS-ACK-DROPS-ACC-COUNT
               ADD WS-SRT-ACC-AMOUNT (WS-SRC-SLOT)
                   TO WS-ACK-DROPS-ACC-AMOUNT
           END-IF.
       3920-ADD-SOURCE-DROP-EXIT.
           EXIT.

      *================================================================*
      * 3930-ADD-SOURCE-ACCEPTED - ROLL ONE RECAP ENTRY INTO THE      *
      * ACCEPTED FIGURES IF IT BELONGS TO THE SOURCE BEING            *
      * ACKNOWLEDGED.                                                 *
      *================================================================*
       3930-ADD-SOURCE-ACCEPTED.
           IF WS-CCT-SOURCE-SYSTEM (WS-CC-IDX)
                   = WS-SRT-SOURCE-SYSTEM (WS-SRC-IDX)
               ADD WS-CCT-REC-COUNT (WS-CC-IDX)
                   TO WS-ACK-ACCEPT-COUNT
               ADD WS-CCT-SUBTOTAL (WS-CC-IDX)
                   TO WS-ACK-ACCEPT-AMOUNT
           END-IF.
       3930-ADD-SOURCE-ACCEPTED-EXIT.
           EXIT.

      *================================================================*
      * 3700-WRITE-PERIOD-REC - APPEND THE RUN'S CLOSING FIGURES TO   *
      * THE PERIOD FILE FOR THE SUMAMES PERIOD-END RECONCILIATION.    *
           MOVE WS-HCT-COST-CENTER (WS-HCC-IDX) TO PH-COST-CENTER.
           MOVE WS-HCT-REC-COUNT (WS-HCC-IDX)   TO PH-REC-COUNT.
           MOVE WS-HCT-AMOUNT (WS-HCC-IDX)      TO PH-AMOUNT.
           MOVE ZERO                            TO PH-ALLOC-AMOUNT.

           WRITE SUMA-HISTORY-REC.

                   THRU 3750-WRITE-HISTORY-RECS-EXIT
           END-IF.

      *    EVERY EXTRACT IS ACKNOWLEDGED WHETHER IT POSTED OR NOT -
      *    THE VERDICT TELLS THE UPSTREAM WHICH.
           PERFORM 3900-WRITE-ACKNOWLEDGEMENTS
               THRU 3900-WRITE-ACKNOWLEDGEMENTS-EXIT.

      *    THE RUN'S CLOSING FIGURES GO TO THE PERIOD FILE BEFORE
      *    THE CHECKPOINT RESET WIPES THEM.  A VALIDATE-ONLY RUN
      *    POSTS NOTHING AND RECORDS NOTHING; A RUN STOPPED FOR
                 SUMA-POSTING-FILE
                 SUMA-SUSPENSE-FILE
                 SUMA-SUSP-MASTER-FILE
                 SUMA-REVIEW-FILE
                 SUMA-ACK-FILE.

           DISPLAY "SUMANUMEROS - RECORDS PROCESSED: " WS-RECORD-COUNT.
           DISPLAY "SUMANUMEROS - RECORDS REJECTED:  " WS-REJECT-COUNT.
