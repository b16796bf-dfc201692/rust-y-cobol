      *---------------------------------------------------------------*
      *  SUMARLC.CPY                                                  *
      *  SUMA-RATE-LOAD-CARD - the one control card read by SUMATASA: *
      *      RL-RATE-DATE     - THE DATE THE SUMARATE FILE IS FOR,    *
      *                         YYYYMMDD.  BLANK MEANS TODAY.         *
      *      RL-MAX-SWING-PCT - DAY-OVER-DAY SWING TOLERANCE, PERCENT *
      *                         WITH TWO DECIMALS, E.G. "0500" = 5    *
      *                         PCT.  A RATE THAT MOVED MORE THAN     *
      *                         THIS AGAINST THE PRIOR RATE DATE ON   *
      *                         FILE FAILS THE EDIT.  BLANK DEFAULTS  *
      *                         TO 0500.  A GENUINE MOVE OVER IT IS   *
      *                         LOADED BY RERUNNING WITH A WIDER      *
      *                         TOLERANCE.                            *
      *      RL-WITHDRAWN     - UP TO TEN CURRENCY CODES NO LONGER    *
      *                         QUOTED.  A CURRENCY ON THE PRIOR RATE *
      *                         DATE THAT IS MISSING TODAY FAILS THE  *
      *                         EDIT UNLESS IT IS LISTED HERE.        *
      *---------------------------------------------------------------*
       01  SUMA-RATE-LOAD-CARD.
           05  RL-RATE-DATE                PIC X(08).
           05  RL-MAX-SWING-PCT            PIC X(04).
           05  RL-MAX-SWING-PCT-N          REDEFINES RL-MAX-SWING-PCT
                                           PIC 9(02)V99.
           05  RL-WITHDRAWN-LIST.
               10  RL-WITHDRAWN            PIC X(03)
                       OCCURS 10 TIMES.
           05  FILLER                      PIC X(38).
