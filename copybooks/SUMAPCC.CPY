      *---------------------------------------------------------------*
      *  SUMAPCC.CPY                                                  *
      *  SUMA-PERIOD-CONTROL-CARD - one close or reopen request read  *
      *  by SUMAPERIODO from SUMAPCC:                                 *
      *      PK-ACTION     - "C" CLOSE THE MONTH, "R" REOPEN IT       *
      *      PK-PERIOD     - THE MONTH, CCYYMM                        *
      *      PK-SIGNED-BY  - WHO AUTHORIZED IT (FINANCE SIGN-OFF ID)  *
      *      PK-REASON     - FREE TEXT, REQUIRED ON A REOPEN          *
      *  80-BYTE CARDS.                                               *
      *---------------------------------------------------------------*
       01  SUMA-PERIOD-CONTROL-CARD.
           05  PK-ACTION                   PIC X(01).
               88  PK-ACTION-CLOSE                     VALUE "C".
               88  PK-ACTION-REOPEN                    VALUE "R".
               88  PK-ACTION-VALID                     VALUE "C" "R".
           05  PK-PERIOD                   PIC X(06).
           05  PK-PERIOD-PARTS             REDEFINES PK-PERIOD.
               10  PK-PERIOD-YEAR          PIC 9(04).
               10  PK-PERIOD-MONTH         PIC 9(02).
           05  PK-SIGNED-BY                PIC X(08).
           05  PK-REASON                   PIC X(40).
           05  FILLER                      PIC X(25).
