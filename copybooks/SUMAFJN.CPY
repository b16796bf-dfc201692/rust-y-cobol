      *---------------------------------------------------------------*
      *  SUMAFJN.CPY                                                  *
      *  SUMA-STANDING-MAINT-REC - one maintenance card applied to the*
      *  SUMASTND standing-entry file by SUMAFIJO:                    *
      *      "A" - ADD AN ENTRY - EVERY FIELD BUT THE END DATE IS     *
      *            REQUIRED (BLANK CURRENCY IS BASE CURRENCY).  THE   *
      *            AMOUNTS FOLLOW ON "L" CARDS; AN ENTRY WITH NO      *
      *            AMOUNTS IS NEVER GENERATED.                        *
      *      "C" - CHANGE AN ENTRY - ONLY THE FIELDS PUNCHED ARE      *
      *            CHANGED; A BLANK FIELD KEEPS ITS VALUE.  AN END    *
      *            DATE OF ZEROS MAKES THE ENTRY OPEN-ENDED AGAIN.    *
      *      "D" - DELETE AN ENTRY.  REFUSED WHILE AN ACCRUAL IS      *
      *            STILL WAITING TO REVERSE - SET STATUS "I" INSTEAD. *
      *      "L" - SET THE AMOUNT LIST: FN-AMOUNT-COUNT IS THE NEW    *
      *            NUMBER OF AMOUNTS (01-10), AND THE AMOUNTS PUNCHED *
      *            FILL SLOTS FN-FIRST-SLOT ONWARD.  A LIST OF SIX OR *
      *            MORE TAKES A SECOND CARD WITH FIRST SLOT 06.  A    *
      *            BLANK AMOUNT KEEPS THAT SLOT'S VALUE; SLOTS BEYOND *
      *            THE COUNT ARE CLEARED.                             *
      *  DATES ARE CCYYMMDD.  AMOUNTS ARE SIGNED ZONED DECIMAL WITH   *
      *  TWO IMPLIED DECIMALS (SIGN OVERPUNCHED ON THE LAST DIGIT).   *
      *---------------------------------------------------------------*
       01  SUMA-STANDING-MAINT-REC.
           05  FN-ACTION                   PIC X(01).
               88  FN-ACTION-ADD                       VALUE "A".
               88  FN-ACTION-CHANGE                    VALUE "C".
               88  FN-ACTION-DELETE                    VALUE "D".
               88  FN-ACTION-LIST                      VALUE "L".
           05  FN-ENTRY-ID                 PIC X(04).
           05  FN-ENTRY-DATA               PIC X(75).

      *---------------------------------------------------------------*
      *  ADD / CHANGE CARD VIEW.                                      *
      *---------------------------------------------------------------*
           05  FN-ENTRY-FIELDS             REDEFINES FN-ENTRY-DATA.
               10  FN-DESCRIPTION          PIC X(30).
               10  FN-STATUS               PIC X(01).
                   88  FN-STATUS-VALID                 VALUE "A" "I".
               10  FN-COST-CENTER          PIC X(04).
               10  FN-CURRENCY-CODE        PIC X(03).
               10  FN-FREQUENCY            PIC X(01).
                   88  FN-FREQUENCY-VALID              VALUE "D" "M"
                                                             "O".
               10  FN-BUSINESS-DAY         PIC 9(02).
               10  FN-BUSINESS-DAY-X       REDEFINES FN-BUSINESS-DAY
                                           PIC X(02).
               10  FN-START-DATE           PIC 9(08).
               10  FN-START-DATE-X         REDEFINES FN-START-DATE
                                           PIC X(08).
               10  FN-END-DATE             PIC 9(08).
               10  FN-END-DATE-X           REDEFINES FN-END-DATE
                                           PIC X(08).
               10  FN-AUTO-REVERSE         PIC X(01).
                   88  FN-AUTO-REVERSE-VALID           VALUE "Y" "N".
               10  FILLER                  PIC X(17).

      *---------------------------------------------------------------*
      *  AMOUNT LIST CARD VIEW.                                       *
      *---------------------------------------------------------------*
           05  FN-AMOUNT-FIELDS            REDEFINES FN-ENTRY-DATA.
               10  FN-AMOUNT-COUNT         PIC 9(02).
               10  FN-AMOUNT-COUNT-X       REDEFINES FN-AMOUNT-COUNT
                                           PIC X(02).
               10  FN-FIRST-SLOT           PIC 9(02).
               10  FN-FIRST-SLOT-X         REDEFINES FN-FIRST-SLOT
                                           PIC X(02).
               10  FN-AMOUNT-SET           OCCURS 5 TIMES.
                   15  FN-AMOUNT           PIC S9(9)V99.
                   15  FN-AMOUNT-X         REDEFINES FN-AMOUNT
                                           PIC X(11).
               10  FILLER                  PIC X(16).
