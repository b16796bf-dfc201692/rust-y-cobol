      *---------------------------------------------------------------*
      *  SUMAACK.CPY                                                  *
      *  SUMA-ACK-REC - one line of the fixed-layout acknowledgement  *
      *  returned to an upstream source system for each extract it    *
      *  DROPPED, SO THE UPSTREAM TEAM CAN LOAD OUR VERDICT AND FIX   *
      *  REJECTED OR HELD TRANSACTIONS AT SOURCE INSTEAD OF WAITING   *
      *  FOR A PHONE CALL.  EVERY RECORD OPENS WITH THE SOURCE SYSTEM *
      *  AND EXTRACT DATE OFF THE EXTRACT'S OWN HEADER, THE ACK TYPE  *
      *  AND A RECORD TYPE MIRRORING SUMAIN'S:                        *
      *      "0" - HEADER, ONE PER EXTRACT: THE EXTRACT'S TRAILER     *
      *            COUNT AND HASH ECHOED BACK, OUR VERDICT FOR THE    *
      *            WHOLE EXTRACT, AND THE DETAIL RECORDS READ,        *
      *            ACCEPTED (COUNT AND BASE-CURRENCY AMOUNT) AND      *
      *            REJECTED OR HELD                                   *
      *      "5" - DETAIL, ONE PER REJECTED OR HELD TRANS ID WITH     *
      *            ITS REASON CODE AND TEXT (R004-R017 OFF SUMAREJ,   *
      *            S001-S003 OFF SUMASUSP)                            *
      *      "9" - TRAILER, THE NUMBER OF DETAIL LINES SENT           *
      *  VERDICTS:  A - ACCEPTED IN FULL                              *
      *             P - ACCEPTED WITH EXCEPTIONS (THE DETAIL LINES)   *
      *             R - NOTHING POSTED: THE EXTRACT OR THE RUN WAS OUT*
      *                 OF BALANCE, OVER THE REJECT TOLERANCE OR      *
      *                 STALE - THE ACCEPTED FIGURES ARE THEN ZERO    *
      *  THE ACCEPTED FIGURES COME OFF THE RECAP, WHICH THE           *
      *  CHECKPOINT CARRIES, SO A RESTARTED RUN STILL REPORTS THEM    *
      *  WHOLE; WHEN ONE SOURCE DROPS SEVERAL EXTRACTS IN A NIGHT     *
      *  EACH HEADER CARRIES ITS OWN DROP'S FIGURES (ANYTHING A       *
      *  RESTART ACCEPTED BEFORE ITS RESTART POINT SHOWS ON THE       *
      *  SOURCE'S FIRST DROP).  A FOLLOW-UP (ACK TYPE "F") IS CUT     *
      *  BY SUMARECICLA WHEN A REJECTED OR HELD TRANS ID IS LATER     *
      *  ACCEPTED - ONE HEADER, DETAIL (DISPOSITION A) AND TRAILER    *
      *  PER SOURCE AND ORIGINAL EXTRACT DATE.  RECORDS ARE WRITTEN   *
      *  AS THE RUN GOES; THE JOB SORTS THEM ON THE FIRST 18 BYTES    *
      *  (EQUALS) AND SPLITS THEM TO ONE DATASET PER SOURCE.          *
      *  AMOUNTS ARE ZONED WITH A TRAILING OVERPUNCHED SIGN, AS ON    *
      *  SUMAPOST.  ON A FOLLOW-UP DETAIL AK-ORIG-RUN-DATE IS THE     *
      *  NIGHT THE ITEM WAS REJECTED OR HELD (ZERO ON A NIGHTLY ACK). *
      *  THE RECORD IS 120 BYTES (LRECL=120).                         *
      *---------------------------------------------------------------*
       01  SUMA-ACK-REC.
           05  AK-SOURCE-SYSTEM            PIC X(08).
           05  AK-EXTRACT-DATE             PIC 9(08).
           05  AK-ACK-TYPE                 PIC X(01).
               88  AK-NIGHTLY-ACK                      VALUE "N".
               88  AK-FOLLOW-UP-ACK                    VALUE "F".
           05  AK-RECORD-TYPE              PIC X(01).
               88  AK-HEADER-REC                       VALUE "0".
               88  AK-DETAIL-REC                       VALUE "5".
               88  AK-TRAILER-REC                      VALUE "9".
           05  AK-RUN-DATE                 PIC 9(08).
           05  AK-BODY                     PIC X(94).
           05  AK-HEADER-BODY              REDEFINES AK-BODY.
               10  AK-TRL-COUNT            PIC 9(07).
               10  AK-TRL-HASH             PIC S9(13)V99.
               10  AK-VERDICT              PIC X(01).
                   88  AK-ACCEPTED-FULL                VALUE "A".
                   88  AK-ACCEPTED-PART                VALUE "P".
                   88  AK-REJECTED                     VALUE "R".
               10  AK-VERDICT-TEXT         PIC X(30).
               10  AK-READ-COUNT           PIC 9(07).
               10  AK-ACCEPT-COUNT         PIC 9(07).
               10  AK-ACCEPT-AMOUNT        PIC S9(11)V99.
               10  AK-EXCEPTION-COUNT      PIC 9(07).
               10  FILLER                  PIC X(07).
           05  AK-DETAIL-BODY              REDEFINES AK-BODY.
               10  AK-TRANS-ID             PIC X(10).
               10  AK-COST-CENTER          PIC X(04).
               10  AK-DISPOSITION          PIC X(01).
                   88  AK-DISP-REJECTED                VALUE "R".
                   88  AK-DISP-HELD                    VALUE "H".
                   88  AK-DISP-ACCEPTED                VALUE "A".
               10  AK-REASON-CODE          PIC X(04).
               10  AK-REASON-TEXT          PIC X(30).
               10  AK-AMOUNT               PIC S9(11)V99.
               10  AK-ORIG-RUN-DATE        PIC 9(08).
               10  FILLER                  PIC X(24).
           05  AK-TRAILER-BODY             REDEFINES AK-BODY.
               10  AK-LINE-COUNT           PIC 9(07).
               10  FILLER                  PIC X(87).
