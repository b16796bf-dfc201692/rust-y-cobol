      *---------------------------------------------------------------*
      *  SUMARVN.CPY                                                  *
      *  SUMA-REVIEWER-MAINT-REC - one maintenance card applied to    *
      *  the SUMARVWR reviewer authority file by SUMAREVISOR:         *
      *      "A" - ADD A REVIEWER - NAME, STATUS AND LIMIT REQUIRED   *
      *      "C" - CHANGE A REVIEWER - ONLY THE FIELDS PUNCHED ARE    *
      *            CHANGED; A BLANK FIELD KEEPS ITS VALUE, SO A       *
      *            CARD WITH JUST "I" IN THE STATUS COLUMN            *
      *            DEACTIVATES SOMEONE                                *
      *      "D" - DELETE A REVIEWER.  PREFER "C" TO STATUS "I" FOR   *
      *            ANYONE WHO HAS EVER DECIDED AN ITEM.               *
      *  RN-MAX-AMOUNT IS UNSIGNED ZONED DECIMAL WITH TWO IMPLIED     *
      *  DECIMALS - THE LIMIT IS A MAGNITUDE, IT HAS NO SIGN.         *
      *---------------------------------------------------------------*
       01  SUMA-REVIEWER-MAINT-REC.
           05  RN-ACTION                   PIC X(01).
               88  RN-ACTION-ADD                       VALUE "A".
               88  RN-ACTION-CHANGE                    VALUE "C".
               88  RN-ACTION-DELETE                    VALUE "D".
           05  RN-REVIEWER-ID              PIC X(08).
           05  RN-REVIEWER-NAME            PIC X(30).
           05  RN-STATUS                   PIC X(01).
               88  RN-STATUS-VALID                     VALUE "A" "I".
           05  RN-MAX-AMOUNT               PIC 9(09)V99.
           05  RN-MAX-AMOUNT-X             REDEFINES RN-MAX-AMOUNT
                                           PIC X(11).
           05  FILLER                      PIC X(29).
