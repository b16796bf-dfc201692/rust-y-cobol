      *================================================================*
      * PROGRAM-ID.  SumaPeriodo                                      *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - MAINTAINS THE SUMAPSTS PERIOD
      *                STATUS FILE THAT LOCKS A RECONCILED MONTH
      *                AGAINST LATER POSTING.  APPLIES CLOSE ("C")
      *                AND REOPEN ("R") CARDS FROM SUMAPCC: A CLOSE
      *                MARKS THE MONTH CLOSED WITH THE CLOSING DATE
      *                AND THE FINANCE SIGN-OFF ID; A REOPEN NEEDS
      *                A SIGN-OFF ID AND A REASON AND PUTS A CLOSED
      *                MONTH BACK TO OPEN.  EVERY APPLIED CARD IS
      *                LOGGED TO SUMAPLOG.  PRINTS THE CARDS AND
      *                THEIR RESULTS ON SUMAPRPT FOLLOWED BY A
      *                LISTING OF EVERY MONTH ON FILE, AND SETS
      *                RETURN-CODE 8 WHEN ANY CARD COULD NOT BE
      *                APPLIED.  THE CLOSE RUNS AS THE LAST STEP OF
      *                SUMAMESJ AND ONLY WHEN SUMAMES CAME BACK IN
      *                BALANCE; REOPENS RUN FROM SUMAREOJ.
      * 10/15/2026 RA  A CLOSE CARD MUST NOW NAME THE PERIOD ON THE
      *                SUMAMESC CARD SUMAMES JUST RECONCILED - A CLOSE
      *                FOR ANY OTHER MONTH, OR WITH NO SUMAMESC CARD,
      *                IS REFUSED (RC 8).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaPeriodo.
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
           SELECT SUMA-PERIOD-CARD-FILE ASSIGN TO SUMAPCC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-RECON-CARD-FILE ASSIGN TO SUMAMESC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSC-FILE-STATUS.

           SELECT SUMA-PSTAT-FILE ASSIGN TO SUMAPSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PERIOD
               FILE STATUS IS WS-PST-FILE-STATUS.

           SELECT SUMA-PERIOD-LOG-FILE ASSIGN TO SUMAPLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLG-FILE-STATUS.

           SELECT SUMA-PERIOD-REPORT-FILE ASSIGN TO SUMAPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-PERIOD-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPCC.

       FD  SUMA-RECON-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAMES.

       FD  SUMA-PSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPSS.

       FD  SUMA-PERIOD-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPLG.

       FD  SUMA-PERIOD-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-PERIOD-REPORT-LINE         PIC X(133).

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
           05  WS-PERIOD-EOF-SW        PIC X(01)   VALUE "N".
               88  WS-PERIOD-EOF-YES               VALUE "Y".
               88  WS-PERIOD-EOF-NO                VALUE "N".
           05  WS-LISTING-SW           PIC X(01)   VALUE "N".
               88  WS-LISTING-PAGE                 VALUE "Y".
               88  WS-CARD-PAGE                    VALUE "N".
           05  WS-APPLIED-SW           PIC X(01)   VALUE "N".
               88  WS-APPLIED-YES                  VALUE "Y".
               88  WS-APPLIED-NO                   VALUE "N".

       77  WS-CARD-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CLOSE-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-REOPEN-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CLOSED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-PST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PLG-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-CARD-PERIOD              PIC 9(06)   VALUE ZERO.

      *----------------------------------------------------------------
      *    THE PERIOD SUMAMES RECONCILED, OFF ITS OWN SUMAMESC CARD.
      *    SPACES WHEN THE STEP HAS NO SUMAMESC (A REOPEN RUN) - THEN
      *    NO CLOSE CAN BE APPLIED.
      *----------------------------------------------------------------
       01  WS-MSC-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RECON-PERIOD             PIC X(06)   VALUE SPACES.

      *----------------------------------------------------------------
      *    RUN IDENTIFICATION FOR THE CLOSE LOG.  ONLY A MONTH
      *    BEFORE THE RUN DATE'S OWN MONTH MAY BE CLOSED.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE-PARTS           REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
       01  WS-JOB-ID                   PIC X(08)   VALUE "BATCH".
       01  WS-OPERATOR-ID              PIC X(08)   VALUE "BATCH".

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(34)
                   VALUE "SUMAPERIODO - PERIOD CLOSE CONTROL".
           05  FILLER              PIC X(81) VALUE SPACES.
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
           05  FILLER              PIC X(08) VALUE "PERIOD".
           05  FILLER              PIC X(10) VALUE "SIGNED BY".
           05  FILLER              PIC X(42) VALUE "REASON".
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-CARD-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-ACTION          PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSD-PERIOD          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-SIGNED-BY       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-REASON          PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-RESULT          PIC X(30).
           05  FILLER              PIC X(24) VALUE SPACES.

      *----------------------------------------------------------------
      *    PERIOD LISTING PAGES - ONE LINE PER MONTH ON FILE
      *----------------------------------------------------------------
       01  WS-LIST-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE "PERIOD".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(10) VALUE "CLOSED ON".
           05  FILLER              PIC X(10) VALUE "CLOSED BY".
           05  FILLER              PIC X(09) VALUE "REOPENS".
           05  FILLER              PIC X(12) VALUE "LAST REOPEN".
           05  FILLER              PIC X(11) VALUE "REOPENED BY".
           05  FILLER              PIC X(68) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSL-PERIOD          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-STATUS          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSL-CLOSE-DATE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-CLOSED-BY       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSL-REOPEN-COUNT    PIC ZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WSL-LAST-REOPEN     PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSL-LAST-REOPENED-BY PIC X(08).
           05  FILLER              PIC X(71) VALUE SPACES.

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

           PERFORM 2000-PROCESS-PERIOD-CARD
               THRU 2000-PROCESS-PERIOD-CARD-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - OPEN FILES, PRIME THE READ.  THE LOG IS     *
      * REQUIRED - A CLOSE OR REOPEN THAT CANNOT BE LOGGED IS NOT     *
      * APPLIED AT ALL.                                               *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAPERIODO - PERIOD CLOSE CONTROL STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE "BATCH" TO WS-JOB-ID
           END-ACCEPT.

           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE "BATCH" TO WS-OPERATOR-ID
           END-ACCEPT.

           PERFORM 1100-READ-RECON-CARD
               THRU 1100-READ-RECON-CARD-EXIT.

           OPEN INPUT  SUMA-PERIOD-CARD-FILE.
           OPEN OUTPUT SUMA-PERIOD-REPORT-FILE.

           OPEN I-O SUMA-PSTAT-FILE.
           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS OPEN FAILED - FILE STATUS "
                   WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SUMA-PERIOD-LOG-FILE.
           IF WS-PLG-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPLOG OPEN FAILED - FILE STATUS "
                   WS-PLG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-READ-PERIOD-CARD
               THRU 2100-READ-PERIOD-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-READ-RECON-CARD - PICK UP THE PERIOD OFF THE SUMAMESC    *
      * CARD THE RECONCILIATION STEP RAN WITH, SO A CLOSE CAN ONLY    *
      * LOCK THE MONTH THAT WAS JUST RECONCILED.  A MISSING OR EMPTY  *
      * FILE LEAVES NO PERIOD, AND EVERY CLOSE CARD IS REFUSED.       *
      *================================================================*
       1100-READ-RECON-CARD.
           OPEN INPUT SUMA-RECON-CARD-FILE.

           IF WS-MSC-FILE-STATUS NOT = "00"
               GO TO 1100-READ-RECON-CARD-EXIT
           END-IF.

           READ SUMA-RECON-CARD-FILE
               AT END
                   CLOSE SUMA-RECON-CARD-FILE
                   GO TO 1100-READ-RECON-CARD-EXIT
           END-READ.

           CLOSE SUMA-RECON-CARD-FILE.

           MOVE SE-PERIOD TO WS-RECON-PERIOD.
           DISPLAY "SUMAPERIODO - PERIOD RECONCILED BY SUMAMES "
               WS-RECON-PERIOD.
       1100-READ-RECON-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-PERIOD-CARD - VALIDATE ONE CARD, APPLY IT TO     *
      * THE PERIOD STATUS FILE, LOG AND PRINT IT, THEN READ THE NEXT  *
      * CARD.                                                         *
      *================================================================*
       2000-PROCESS-PERIOD-CARD.
           ADD 1 TO WS-CARD-COUNT.
           SET WS-APPLIED-NO TO TRUE.

           PERFORM 2200-VALIDATE-PERIOD-CARD
               THRU 2200-VALIDATE-PERIOD-CARD-EXIT.

           IF WS-VALID-YES
               IF PK-ACTION-CLOSE
                   PERFORM 2300-APPLY-CLOSE
                       THRU 2300-APPLY-CLOSE-EXIT
               ELSE
                   PERFORM 2400-APPLY-REOPEN
                       THRU 2400-APPLY-REOPEN-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-APPLIED-YES
               PERFORM 2600-WRITE-LOG-REC
                   THRU 2600-WRITE-LOG-REC-EXIT
           END-IF.

           PERFORM 3000-WRITE-DETAIL-LINE
               THRU 3000-WRITE-DETAIL-LINE-EXIT.

           PERFORM 2100-READ-PERIOD-CARD
               THRU 2100-READ-PERIOD-CARD-EXIT.
       2000-PROCESS-PERIOD-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-PERIOD-CARD - READ THE NEXT CARD, SET EOF SWITCH    *
      *================================================================*
       2100-READ-PERIOD-CARD.
           READ SUMA-PERIOD-CARD-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-PERIOD-CARD-EXIT
           END-READ.
       2100-READ-PERIOD-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2200-VALIDATE-PERIOD-CARD - THE ACTION MUST BE C OR R, THE    *
      * PERIOD A REAL CCYYMM BEFORE THE RUN DATE'S OWN MONTH (A       *
      * MONTH STILL RUNNING CANNOT BE CLOSED), AND THE SIGN-OFF ID    *
      * MUST BE PRESENT.  A REOPEN MUST ALSO SAY WHY; A CLOSE MUST    *
      * NAME THE PERIOD ON THE SUMAMESC CARD THAT WAS RECONCILED.     *
      *================================================================*
       2200-VALIDATE-PERIOD-CARD.
           SET WS-VALID-YES TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.

           IF NOT PK-ACTION-VALID
               MOVE "ACTION CODE NOT C OR R" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-PERIOD IS NOT NUMERIC
               MOVE "PERIOD NOT NUMERIC" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-PERIOD-MONTH < 1
               OR PK-PERIOD-MONTH > 12
               MOVE "PERIOD MONTH NOT 01-12" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           MOVE PK-PERIOD TO WS-CARD-PERIOD.
           IF WS-CARD-PERIOD NOT < WS-RUN-PERIOD
               MOVE "PERIOD NOT YET ENDED" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-SIGNED-BY = SPACES
               MOVE "SIGN-OFF ID MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-ACTION-REOPEN
               AND PK-REASON = SPACES
               MOVE "REOPEN REASON MISSING" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-ACTION-CLOSE
               AND WS-RECON-PERIOD = SPACES
               MOVE "NO SUMAMESC PERIOD TO MATCH" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
               GO TO 2200-VALIDATE-PERIOD-CARD-EXIT
           END-IF.

           IF PK-ACTION-CLOSE
               AND PK-PERIOD NOT = WS-RECON-PERIOD
               MOVE "PERIOD NOT THE ONE RECONCILED" TO WS-RESULT-TEXT
               SET WS-VALID-NO TO TRUE
           END-IF.
       2200-VALIDATE-PERIOD-CARD-EXIT.
           EXIT.

      *================================================================*
      * 2300-APPLY-CLOSE - MARK THE MONTH CLOSED.  A MONTH NEVER      *
      * CLOSED BEFORE GETS A NEW RECORD; ONE REOPENED EARLIER IS      *
      * CLOSED AGAIN IN PLACE, KEEPING ITS REOPEN HISTORY.  A MONTH   *
      * ALREADY CLOSED IS A CARD ERROR.                               *
      *================================================================*
       2300-APPLY-CLOSE.
           MOVE WS-CARD-PERIOD TO PT-PERIOD.

           READ SUMA-PSTAT-FILE.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   IF PT-CLOSED
                       MOVE "PERIOD ALREADY CLOSED" TO WS-RESULT-TEXT
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO 2300-APPLY-CLOSE-EXIT
                   END-IF
                   SET PT-CLOSED       TO TRUE
                   MOVE WS-RUN-DATE    TO PT-CLOSE-DATE
                   MOVE PK-SIGNED-BY   TO PT-CLOSED-BY
                   REWRITE SUMA-PERIOD-STATUS-REC
                   MOVE "CLOSED AGAIN" TO WS-RESULT-TEXT
               WHEN "23"
                   MOVE WS-CARD-PERIOD TO PT-PERIOD
                   SET PT-CLOSED       TO TRUE
                   MOVE WS-RUN-DATE    TO PT-CLOSE-DATE
                   MOVE PK-SIGNED-BY   TO PT-CLOSED-BY
                   MOVE ZERO           TO PT-REOPEN-COUNT
                   MOVE ZERO           TO PT-LAST-REOPEN-DATE
                   MOVE SPACES         TO PT-LAST-REOPENED-BY
                   WRITE SUMA-PERIOD-STATUS-REC
                   MOVE "CLOSED" TO WS-RESULT-TEXT
               WHEN OTHER
                   DISPLAY "SUMAPSTS READ FAILED - FILE STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS UPDATE FAILED FOR PERIOD " PT-PERIOD
                   " - FILE STATUS " WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PERIOD " PT-PERIOD " CLOSED BY " PK-SIGNED-BY.
           SET WS-APPLIED-YES TO TRUE.
           ADD 1 TO WS-CLOSE-COUNT.
       2300-APPLY-CLOSE-EXIT.
           EXIT.

      *================================================================*
      * 2400-APPLY-REOPEN - PUT A CLOSED MONTH BACK TO OPEN, COUNTING *
      * THE REOPEN AND RECORDING WHO AUTHORIZED IT.  THE LAST CLOSE   *
      * DATE AND SIGN-OFF ARE KEPT.  A MONTH NOT CLOSED IS A CARD     *
      * ERROR.                                                        *
      *================================================================*
       2400-APPLY-REOPEN.
           MOVE WS-CARD-PERIOD TO PT-PERIOD.

           READ SUMA-PSTAT-FILE.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "PERIOD NEVER CLOSED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2400-APPLY-REOPEN-EXIT
               WHEN OTHER
                   DISPLAY "SUMAPSTS READ FAILED - FILE STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF NOT PT-CLOSED
               MOVE "PERIOD NOT CLOSED" TO WS-RESULT-TEXT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2400-APPLY-REOPEN-EXIT
           END-IF.

           SET PT-OPEN         TO TRUE.
           ADD 1               TO PT-REOPEN-COUNT.
           MOVE WS-RUN-DATE    TO PT-LAST-REOPEN-DATE.
           MOVE PK-SIGNED-BY   TO PT-LAST-REOPENED-BY.

           REWRITE SUMA-PERIOD-STATUS-REC.

           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS REWRITE FAILED FOR PERIOD " PT-PERIOD
                   " - FILE STATUS " WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PERIOD " PT-PERIOD " REOPENED BY " PK-SIGNED-BY
               " - " PK-REASON.
           MOVE "REOPENED" TO WS-RESULT-TEXT.
           SET WS-APPLIED-YES TO TRUE.
           ADD 1 TO WS-REOPEN-COUNT.
       2400-APPLY-REOPEN-EXIT.
           EXIT.

      *================================================================*
      * 2600-WRITE-LOG-REC - APPEND THE APPLIED CLOSE OR REOPEN TO    *
      * THE SUMAPLOG PERIOD CLOSE LOG.                                *
      *================================================================*
       2600-WRITE-LOG-REC.
           MOVE WS-CARD-PERIOD TO PL-PERIOD.
           MOVE PK-ACTION      TO PL-ACTION.
           MOVE WS-RUN-DATE    TO PL-ACTION-DATE.
           MOVE WS-RUN-TIME    TO PL-ACTION-TIME.
           MOVE PK-SIGNED-BY   TO PL-SIGNED-BY.
           MOVE WS-JOB-ID      TO PL-JOB-ID.
           MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE PK-REASON      TO PL-REASON.

           WRITE SUMA-PERIOD-LOG-REC.

           IF WS-PLG-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPLOG WRITE FAILED FOR PERIOD " PL-PERIOD
                   " - FILE STATUS " WS-PLG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2600-WRITE-LOG-REC-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-DETAIL-LINE - PRINT ONE CARD AS PUNCHED AND ITS    *
      * RESULT.                                                       *
      *================================================================*
       3000-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-CARD-COUNT  TO WSD-CARD-COUNT.
           MOVE PK-ACTION      TO WSD-ACTION.
           MOVE PK-PERIOD      TO WSD-PERIOD.
           MOVE PK-SIGNED-BY   TO WSD-SIGNED-BY.
           MOVE PK-REASON      TO WSD-REASON.
           MOVE WS-RESULT-TEXT TO WSD-RESULT.

           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * RUN-DATE HEADING AND THE COLUMN TITLES OF WHICHEVER PART OF   *
      * THE REPORT IS PRINTING - CARDS OR PERIOD LISTING.             *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.

           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-LISTING-PAGE
               WRITE SUMA-PERIOD-REPORT-LINE FROM WS-LIST-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SUMA-PERIOD-REPORT-LINE FROM WS-HEADING-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 4000-PRINT-PERIOD-LISTING - AFTER THE CARDS ARE APPLIED,      *
      * BROWSE THE WHOLE PERIOD STATUS FILE IN PERIOD ORDER AND       *
      * PRINT EVERY MONTH'S STATUS AS IT NOW STANDS.                  *
      *================================================================*
       4000-PRINT-PERIOD-LISTING.
           SET WS-LISTING-PAGE TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           MOVE ZERO TO PT-PERIOD.
           START SUMA-PSTAT-FILE
               KEY IS NOT LESS THAN PT-PERIOD.

           EVALUATE WS-PST-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 4000-PRINT-PERIOD-LISTING-EXIT
               WHEN OTHER
                   DISPLAY "SUMAPSTS START FAILED - FILE STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 4100-READ-NEXT-PERIOD
               THRU 4100-READ-NEXT-PERIOD-EXIT.

           PERFORM 4200-PRINT-ONE-PERIOD
               THRU 4200-PRINT-ONE-PERIOD-EXIT
               UNTIL WS-PERIOD-EOF-YES.
       4000-PRINT-PERIOD-LISTING-EXIT.
           EXIT.

      *================================================================*
      * 4100-READ-NEXT-PERIOD - READ THE NEXT MONTH IN KEY SEQUENCE,  *
      * SET THE PERIOD EOF SWITCH                                     *
      *================================================================*
       4100-READ-NEXT-PERIOD.
           READ SUMA-PSTAT-FILE NEXT RECORD
               AT END
                   SET WS-PERIOD-EOF-YES TO TRUE
                   GO TO 4100-READ-NEXT-PERIOD-EXIT
           END-READ.

           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAPSTS READ NEXT FAILED - FILE STATUS "
                   WS-PST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-READ-NEXT-PERIOD-EXIT.
           EXIT.

      *================================================================*
      * 4200-PRINT-ONE-PERIOD - PRINT ONE MONTH'S STATUS.             *
      *================================================================*
       4200-PRINT-ONE-PERIOD.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE PT-PERIOD           TO WSL-PERIOD.
           MOVE PT-STATUS           TO WSL-STATUS.
           MOVE PT-CLOSE-DATE       TO WSL-CLOSE-DATE.
           MOVE PT-CLOSED-BY        TO WSL-CLOSED-BY.
           MOVE PT-REOPEN-COUNT     TO WSL-REOPEN-COUNT.
           MOVE PT-LAST-REOPEN-DATE TO WSL-LAST-REOPEN.
           MOVE PT-LAST-REOPENED-BY TO WSL-LAST-REOPENED-BY.
           ADD 1 TO WS-LISTED-COUNT.
           IF PT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 4100-READ-NEXT-PERIOD
               THRU 4100-READ-NEXT-PERIOD-EXIT.
       4200-PRINT-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE CARD TOTALS, LIST THE PERIOD       *
      * STATUS FILE, CLOSE FILES, AND SET THE STEP RETURN CODE WHEN   *
      * ANY CARD WAS IN ERROR.                                        *
      *================================================================*
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE "CARDS READ .............." TO WST-LABEL.
           MOVE WS-CARD-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "PERIODS CLOSED .........." TO WST-LABEL.
           MOVE WS-CLOSE-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PERIODS REOPENED ........" TO WST-LABEL.
           MOVE WS-REOPEN-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CARDS IN ERROR .........." TO WST-LABEL.
           MOVE WS-ERROR-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4000-PRINT-PERIOD-LISTING
               THRU 4000-PRINT-PERIOD-LISTING-EXIT.

           MOVE "MONTHS ON FILE .........." TO WST-LABEL.
           MOVE WS-LISTED-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "MONTHS NOW CLOSED ......." TO WST-LABEL.
           MOVE WS-CLOSED-COUNT TO WST-COUNT.
           WRITE SUMA-PERIOD-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE SUMA-PERIOD-CARD-FILE
                 SUMA-PSTAT-FILE
                 SUMA-PERIOD-LOG-FILE
                 SUMA-PERIOD-REPORT-FILE.

           DISPLAY "SUMAPERIODO - CARDS READ:       " WS-CARD-COUNT.
           DISPLAY "SUMAPERIODO - PERIODS CLOSED:   " WS-CLOSE-COUNT.
           DISPLAY "SUMAPERIODO - PERIODS REOPENED: " WS-REOPEN-COUNT.
           DISPLAY "SUMAPERIODO - CARDS IN ERROR:   " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
