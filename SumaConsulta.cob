      *                "SHOW ME EVERYTHING SUMMED FOR TRANSACTION X
      *                IN JUNE" NO LONGER MEANS SCANNING THE RAW
      *                DATASET BY HAND.
      * 10/15/2026 RA  SUMAUDIT ENTRIES NOW CARRY TWO APPROVER IDS
      *                (LRECL 091) - A WRITE-OFF'S APPROVERS PRINT AT
      *                THE END OF ITS DETAIL LINE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaConsulta.
           05  FILLER              PIC X(10) VALUE "JOB".
           05  FILLER              PIC X(10) VALUE "OPERATOR".
           05  FILLER              PIC X(11) VALUE "RESUB/ORIG".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(19) VALUE "APPROVED BY".
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-RESUBMIT-FLAG   PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-ORIG-RECORD     PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-APPROVER-ID     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-SECOND-APPROVER PIC X(08).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           MOVE SA-OPERATOR-ID        TO WSD-OPERATOR-ID.
           MOVE SA-RESUBMIT-FLAG      TO WSD-RESUBMIT-FLAG.
           MOVE SA-ORIG-RECORD-COUNT  TO WSD-ORIG-RECORD.
           MOVE SA-APPROVER-ID        TO WSD-APPROVER-ID.
           MOVE SA-SECOND-APPROVER-ID TO WSD-SECOND-APPROVER.

           WRITE SUMA-INQ-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
