      *---------------------------------------------------------------*
      *  SUMAACC.CPY                                                  *
      *  SUMA-ROLLUP-CARD - the one control card read by SUMAACUMULA, *
      *  the cost-center hierarchy rollup report:                     *
      *      AC-FROM-DATE - FIRST RUN DATE REPORTED, CCYYMMDD.  BLANK *
      *                     (OR NO CARD) MEANS TODAY.                 *
      *      AC-TO-DATE   - LAST RUN DATE REPORTED.  BLANK MEANS THE  *
      *                     FROM DATE - A ONE-NIGHT REPORT.           *
      *      COLS 1-8 FROM DATE, COLS 9-16 TO DATE.                   *
      *---------------------------------------------------------------*
       01  SUMA-ROLLUP-CARD.
           05  AC-FROM-DATE                PIC X(08).
           05  AC-FROM-DATE-N REDEFINES AC-FROM-DATE
                                           PIC 9(08).
           05  AC-TO-DATE                  PIC X(08).
           05  AC-TO-DATE-N REDEFINES AC-TO-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(64).
