      *  TRAILING 30-RUN AVERAGE, SO A COST CENTER WHOSE NIGHTLY      *
      *  TOTAL QUIETLY DOUBLES IS FLAGGED THE SAME NIGHT INSTEAD OF   *
      *  TWO WEEKS LATE.                                              *
      *                                                               *
      *  WHEN SUMAREPARTE SPREADS A SHARED-SERVICE COST CENTER'S      *
      *  NIGHT ACROSS ITS RECEIVERS, THE NET ALLOCATION IS FOLDED     *
      *  INTO PH-AMOUNT (SO THE TREND AND BUDGET REPORTS SEE THE      *
      *  AFTER-ALLOCATION FIGURE) AND ALSO KEPT IN PH-ALLOC-AMOUNT,   *
      *  SO A RERUN OF THE ALLOCATION BACKS THE OLD ONE OUT FIRST     *
      *  INSTEAD OF STACKING ON TOP OF IT.  PH-AMOUNT LESS            *
      *  PH-ALLOC-AMOUNT IS THE FIGURE AS POSTED.  A RECEIVER WITH    *
      *  NO POSTINGS OF ITS OWN THAT NIGHT GETS A RECORD WITH A ZERO  *
      *  PH-REC-COUNT.  THE SUMMATION RUNS WRITE PH-ALLOC-AMOUNT AS   *
      *  ZERO.  RECORDSIZE 45.                                        *
      *---------------------------------------------------------------*
       01  SUMA-HISTORY-REC.
           05  PH-KEY.
               10  PH-COST-CENTER          PIC X(04).
           05  PH-REC-COUNT                PIC 9(07).
           05  PH-AMOUNT                   PIC S9(11)V99.
           05  PH-ALLOC-AMOUNT             PIC S9(11)V99.
