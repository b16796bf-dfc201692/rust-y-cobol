      *---------------------------------------------------------------*
      *  SUMABVA.CPY                                                  *
      *  SUMA-BUDGET-VS-ACTUAL-CARD - the one control card read by    *
      *  SUMADESVIA:                                                  *
      *      BV-REPORT-MONTH   - THE FISCAL MONTH TO REPORT, CCYYMM.  *
      *                          BLANK MEANS THE MONTH OF TODAY'S     *
      *                          DATE (MONTH TO DATE).                *
      *      BV-MAX-OVER-PCT   - TOLERANCE IN WHOLE PERCENT, E.G.     *
      *                          "005" = 5 PCT.  A COST CENTER WHOSE  *
      *                          MONTH-TO-DATE ACTUAL EXCEEDS ITS     *
      *                          MONTH'S BUDGET BY MORE THAN THIS IS  *
      *                          FLAGGED AND THE STEP ENDS            *
      *                          RETURN-CODE 8.  BLANK DEFAULTS TO    *
      *                          005.                                 *
      *      BV-FY-START-MONTH - CALENDAR MONTH (01-12) THE FISCAL    *
      *                          YEAR BEGINS IN, FOR THE YEAR-TO-     *
      *                          DATE AND FULL-YEAR COLUMNS.  BLANK   *
      *                          DEFAULTS TO 01.                      *
      *---------------------------------------------------------------*
       01  SUMA-BUDGET-VS-ACTUAL-CARD.
           05  BV-REPORT-MONTH             PIC X(06).
           05  BV-MAX-OVER-PCT             PIC X(03).
           05  BV-FY-START-MONTH           PIC X(02).
           05  FILLER                      PIC X(69).
