      *---------------------------------------------------------------*
      *  SUMAGEP.CPY                                                  *
      *  SUMA-GEN-PARM-CARD - the optional run-control card read by   *
      *  SumaGenera at initialization:                                *
      *      COLS  1-8   GP-PROCESS-DATE - CCYYMMDD DATE TO GENERATE  *
      *                  FOR, IN PLACE OF TODAY'S RUN DATE.  FOR A    *
      *                  CATCH-UP OF A NIGHT THE JOB DID NOT RUN -    *
      *                  RUN IT BEFORE THE NEXT NORMAL NIGHT, AND SET *
      *                  SUMAPARM COL 26 ON THE SUMANUMEROS RUN THAT  *
      *                  TOTALS IT, SINCE ITS HEADER DATE IS OLD.     *
      *  A MISSING FILE, AN EMPTY FILE OR A BLANK DATE GENERATES FOR  *
      *  THE RUN DATE, AS EVERY NORMAL NIGHT DOES.                    *
      *---------------------------------------------------------------*
       01  SUMA-GEN-PARM-CARD.
           05  GP-PROCESS-DATE             PIC 9(08).
           05  GP-PROCESS-DATE-X           REDEFINES GP-PROCESS-DATE
                                           PIC X(08).
           05  FILLER                      PIC X(72).
