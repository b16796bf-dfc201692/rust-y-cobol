      *---------------------------------------------------------------*
      *  SUMAPLC.CPY                                                  *
      *  SUMA-PLAN-CARD - the one control card read by SUMAPLANEA,    *
      *  the partition planner for the parallel nightly run:          *
      *      PC-LEG-COUNT     - LEGS TO PLAN FOR, 2 TO 8.  BLANK      *
      *                         MEANS FOUR.                           *
      *      PC-VOLUME-SOURCE - "E" (OR BLANK) MEASURES A SORTED      *
      *                         EXTRACT ON SUMAVOLE; "A" MEASURES THE *
      *                         NIGHTLY ENTRIES OF THE SUMAUDIT TRAIL *
      *                         ON SUMAVOLA.  EITHER MUST ARRIVE IN   *
      *                         TRANS-ID SEQUENCE.                    *
      *      PC-FROM-DATE     - FIRST RUN DATE OF THE AUDIT ENTRIES   *
      *                         MEASURED, YYYYMMDD.  REQUIRED FOR     *
      *                         SOURCE "A", IGNORED FOR "E".          *
      *      PC-TO-DATE       - LAST RUN DATE MEASURED.  BLANK MEANS  *
      *                         TODAY.                                *
      *      PC-ADOPT-SW      - "Y" ADOPTS THE PLAN: THE NEW SUMASPL  *
      *                         CARD AND THE XREF REDISTRIBUTION SORT *
      *                         STATEMENTS ARE CUT.  BLANK PRINTS THE *
      *                         PLAN ONLY.                            *
      *---------------------------------------------------------------*
       01  SUMA-PLAN-CARD.
           05  PC-LEG-COUNT                PIC X(01).
           05  PC-LEG-COUNT-N REDEFINES PC-LEG-COUNT
                                           PIC 9(01).
           05  FILLER                      PIC X(01).
           05  PC-VOLUME-SOURCE            PIC X(01).
               88  PC-SOURCE-EXTRACT                   VALUE "E" " ".
               88  PC-SOURCE-AUDIT                     VALUE "A".
           05  FILLER                      PIC X(01).
           05  PC-FROM-DATE                PIC X(08).
           05  PC-FROM-DATE-N REDEFINES PC-FROM-DATE
                                           PIC 9(08).
           05  PC-TO-DATE                  PIC X(08).
           05  PC-TO-DATE-N REDEFINES PC-TO-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PC-ADOPT-SW                 PIC X(01).
               88  PC-ADOPT                            VALUE "Y".
               88  PC-PLAN-ONLY                        VALUE " ".
           05  FILLER                      PIC X(58).
