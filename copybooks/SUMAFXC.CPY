      *---------------------------------------------------------------*
      *  SUMAFXC.CPY                                                  *
      *  SUMA-FX-DIFF-CARD - the one control card read by SUMACAMBIO: *
      *      FX-FROM-DATE - FIRST RELEASE DATE TO REPORT, YYYYMMDD.   *
      *                     BLANK MEANS THE SAME AS FX-TO-DATE.       *
      *      FX-TO-DATE   - LAST RELEASE DATE TO REPORT, YYYYMMDD.    *
      *                     BLANK MEANS TODAY.                        *
      *  EVERY FOREIGN-CURRENCY SUSPENSE ITEM RELEASED ON A DATE IN   *
      *  THE RANGE IS REPORTED WITH ITS HELD-DATE AND RELEASE-DATE    *
      *  RATES OFF THE SUMARHST RATE HISTORY.                         *
      *---------------------------------------------------------------*
       01  SUMA-FX-DIFF-CARD.
           05  FX-FROM-DATE                PIC X(08).
           05  FX-TO-DATE                  PIC X(08).
           05  FILLER                      PIC X(64).
