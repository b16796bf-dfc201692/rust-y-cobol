      *---------------------------------------------------------------*
      *  SUMAPSS.CPY                                                  *
      *  SUMA-PERIOD-STATUS-REC - the open/closed state of one        *
      *  accounting month, keyed on PT-PERIOD (CCYYMM) in the         *
      *  SUMAPSTS cluster and maintained only by SUMAPERIODO.         *
      *  A MONTH WITH NO RECORD HAS NEVER BEEN CLOSED AND IS OPEN.    *
      *      STATUS "C" - CLOSED: SUMAMES RECONCILED THE MONTH IN     *
      *                   BALANCE AND FINANCE SIGNED IT OFF           *
      *                   (PT-CLOSED-BY, ON PT-CLOSE-DATE).  NO       *
      *                   JOB MAY POST INTO IT.                       *
      *      STATUS "O" - OPEN AGAIN AFTER AN EXPLICIT REOPEN CARD.   *
      *                   THE COUNT AND THE LATEST REOPEN ARE KEPT    *
      *                   HERE; EVERY CLOSE AND REOPEN, WITH ITS      *
      *                   REASON, IS ALSO LOGGED TO SUMAPLOG.         *
      *  SUMANUMEROS, SUMARECICLA AND SUMADECIDE REFUSE TO RUN WHEN   *
      *  THE RUN DATE FALLS IN A CLOSED MONTH; SUMARETIRA REFUSES A   *
      *  BACKOUT DATE IN ONE.                                         *
      *---------------------------------------------------------------*
       01  SUMA-PERIOD-STATUS-REC.
           05  PT-PERIOD                   PIC 9(06).
           05  PT-STATUS                   PIC X(01).
               88  PT-OPEN                             VALUE "O".
               88  PT-CLOSED                           VALUE "C".
           05  PT-CLOSE-DATE               PIC 9(08).
           05  PT-CLOSED-BY                PIC X(08).
           05  PT-REOPEN-COUNT             PIC 9(03).
           05  PT-LAST-REOPEN-DATE         PIC 9(08).
           05  PT-LAST-REOPENED-BY         PIC X(08).
