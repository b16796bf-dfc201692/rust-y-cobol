      *                QUIETLY DISAPPEARED.  RETURN-CODE 4 WHEN ANY
      *                ITEM HAS BEEN HELD MORE THAN 14 DAYS, SO THE
      *                SCHEDULER FLAGS THE RUN FOR REVIEW.
      * 10/15/2026 RA  AN ITEM PENDING A SECOND WRITE-OFF APPROVAL IS
      *                STILL UNRESOLVED - IT AGES AND PRINTS WITH THE
      *                OPEN ITEMS, MARKED WITH ITS FIRST APPROVER, AND
      *                IS COUNTED ON ITS OWN LINE (SUMASMST RECORDSIZE
      *                405).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaVence.
       77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-OPEN-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-RESOLVED-COUNT           PIC 9(07)   COMP    VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(07)   COMP    VALUE ZERO.
       77  WS-OVER3-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-OVER7-COUNT              PIC 9(07)   COMP    VALUE ZERO.
       77  WS-OVER14-COUNT             PIC 9(07)   COMP    VALUE ZERO.
           05  FILLER              PIC X(11) VALUE "HELD DATE".
           05  FILLER              PIC X(10) VALUE "DAYS HELD".
           05  FILLER              PIC X(14) VALUE "          SUMA".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "WRITE-OFF APPROVAL".
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-SUMA            PIC -Z(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-FLAG            PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-PENDING.
               10  WSD-PENDING-LIT PIC X(22).
               10  WSD-FIRST-APPROVER
                                   PIC X(08).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-RECAP-HEADING.
           05  FILLER              PIC X(01) VALUE SPACE.
           EXIT.

      *================================================================*
      * 2000-PROCESS-SUSP-REC - AGE ONE OPEN ITEM AND PRINT IT - ONE  *
      * PENDING A SECOND WRITE-OFF APPROVAL IS STILL OPEN HERE;       *
      * RESOLVED ITEMS ARE COUNTED AND PASSED OVER - THEY STAY ON     *
      * THE INVENTORY AS THE RECORD OF WHAT WAS DECIDED.              *
      *================================================================*
       2000-PROCESS-SUSP-REC.
           ADD 1 TO WS-READ-COUNT.

           IF NOT SS-UNRESOLVED
               ADD 1 TO WS-RESOLVED-COUNT
               GO TO 2000-PROCESS-SUSP-REC-NEXT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           IF SS-PENDING-APPROVAL
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           ADD SS-SUMA TO WS-OPEN-TOTAL.

           PERFORM 2200-COMPUTE-DAYS-HELD
               MOVE SPACES TO WSD-FLAG
           END-IF.

           IF SS-PENDING-APPROVAL
               MOVE "AWAITING 2ND APPROVAL " TO WSD-PENDING-LIT
               MOVE SS-FIRST-APPROVER-ID     TO WSD-FIRST-APPROVER
           ELSE
               MOVE SPACES TO WSD-PENDING
           END-IF.

           WRITE SUMA-AGING-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           WRITE SUMA-AGING-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "OPEN, PENDING 2ND APPROVAL ." TO WSC-LABEL.
           MOVE WS-PENDING-COUNT TO WSC-COUNT.
           WRITE SUMA-AGING-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "OPEN MORE THAN  3 DAYS ....." TO WSC-LABEL.
           MOVE WS-OVER3-COUNT TO WSC-COUNT.
           WRITE SUMA-AGING-REPORT-LINE FROM WS-COUNT-LINE
