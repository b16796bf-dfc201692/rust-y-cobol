      *---------------------------------------------------------------*
      *  SUMAMUC.CPY                                                  *
      *  SUMA-SAMPLE-CARD - the one control card read by SUMAMUESTRA, *
      *  the internal-audit sample selection:                         *
      *      MC-FROM-DATE   - FIRST RUN DATE OF THE POPULATION,       *
      *                       YYYYMMDD.  REQUIRED.                    *
      *      MC-TO-DATE     - LAST RUN DATE OF THE POPULATION.  BLANK *
      *                       MEANS TODAY.                            *
      *      MC-SAMPLE-SIZE - ITEMS TO DRAW FROM BELOW THE HIGH-VALUE *
      *                       THRESHOLD, 0001 TO 2000, ZERO-FILLED.   *
      *                       REQUIRED.                               *
      *      MC-SEED        - STARTING SEED FOR THE DRAW, ZERO-FILLED.*
      *                       THE SAME CARD ON THE SAME TRAIL DRAWS   *
      *                       THE SAME SAMPLE.  BLANK MEANS THE RUN   *
      *                       DATE; THE SEED USED IS PRINTED EITHER   *
      *                       WAY.                                    *
      *      MC-THRESHOLD   - HIGH-VALUE THRESHOLD, DOLLARS AND CENTS,*
      *                       ZERO-FILLED - "00000500000" IS          *
      *                       5,000.00.  EVERY ENTRY WHOSE SUMA       *
      *                       EXCEEDS IT EITHER WAY IS TAKEN OUTRIGHT.*
      *                       BLANK MEANS NO HIGH-VALUE STRATUM.      *
      *      MC-METHOD      - "R" (OR BLANK) DRAWS AT RANDOM BY ITEM; *
      *                       "M" DRAWS BY MONETARY UNIT, SO A LARGER *
      *                       ITEM STANDS A PROPORTIONALLY LARGER     *
      *                       CHANCE OF BEING DRAWN.                  *
      *  THE REST OF THE POPULATION IS STRATIFIED BY COST CENTER AND  *
      *  THE SAMPLE SIZE SHARED OUT IN PROPORTION TO EACH STRATUM.    *
      *---------------------------------------------------------------*
       01  SUMA-SAMPLE-CARD.
           05  MC-FROM-DATE                PIC X(08).
           05  MC-FROM-DATE-N REDEFINES MC-FROM-DATE
                                           PIC 9(08).
           05  MC-TO-DATE                  PIC X(08).
           05  MC-TO-DATE-N REDEFINES MC-TO-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  MC-SAMPLE-SIZE              PIC X(04).
           05  MC-SAMPLE-SIZE-N REDEFINES MC-SAMPLE-SIZE
                                           PIC 9(04).
           05  FILLER                      PIC X(01).
           05  MC-SEED                     PIC X(09).
           05  MC-SEED-N REDEFINES MC-SEED
                                           PIC 9(09).
           05  FILLER                      PIC X(01).
           05  MC-THRESHOLD                PIC X(11).
           05  MC-THRESHOLD-N REDEFINES MC-THRESHOLD
                                           PIC 9(09)V99.
           05  FILLER                      PIC X(01).
           05  MC-METHOD                   PIC X(01).
               88  MC-METHOD-RANDOM                    VALUE "R" " ".
               88  MC-METHOD-MONETARY                  VALUE "M".
           05  FILLER                      PIC X(35).
