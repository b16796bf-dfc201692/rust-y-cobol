      *---------------------------------------------------------------*
      *  SUMAALR.CPY                                                  *
      *  SUMA-ALLOC-RULE-REC - one shared-service allocation rule,    *
      *  loaded into storage by SumaReparte at initialization the     *
      *  way SumaNumeros loads the SUMALIM bands.  ONE CARD PER       *
      *  SOURCE COST CENTER PER RECEIVING COST CENTER:                *
      *      AR-SOURCE-CC    - THE SHARED-SERVICE COST CENTER WHOSE   *
      *                        NIGHT IS SPREAD (IT, FACILITIES)       *
      *      AR-RECEIVER-CC  - A DEPARTMENT IT SERVES                 *
      *      AR-PERCENT      - THE RECEIVER'S SHARE, 999V9999         *
      *      AR-ROUNDING-SW  - "R" ON EXACTLY ONE RECEIVER PER        *
      *                        SOURCE - THAT RECEIVER TAKES WHAT IS   *
      *                        LEFT AFTER THE OTHERS' ROUNDED SHARES, *
      *                        SO THE ALLOCATION NETS TO ZERO TO THE  *
      *                        PENNY                                  *
      *  A SOURCE'S CARDS MUST TOTAL 100.0000 PERCENT, NAME NO        *
      *  RECEIVER TWICE AND NEVER NAME THE SOURCE AS ITS OWN          *
      *  RECEIVER.  A RULE SET THAT FAILS ANY OF THESE ALLOCATES      *
      *  NOTHING THAT NIGHT.  EACH RECEIVER POSTS TO ITS OWN GL       *
      *  ACCOUNT AS MAPPED ON SUMACCMT.  80-BYTE CARDS.               *
      *---------------------------------------------------------------*
       01  SUMA-ALLOC-RULE-REC.
           05  AR-SOURCE-CC                PIC X(04).
           05  AR-RECEIVER-CC              PIC X(04).
           05  AR-PERCENT                  PIC 9(03)V9(04).
           05  AR-PERCENT-X                REDEFINES AR-PERCENT
                                           PIC X(07).
           05  AR-ROUNDING-SW              PIC X(01).
               88  AR-ROUNDING-RECEIVER                VALUE "R".
               88  AR-ROUNDING-NONE                    VALUE SPACE.
           05  FILLER                      PIC X(64).
