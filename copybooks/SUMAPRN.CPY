      *---------------------------------------------------------------*
      *  SUMAPRN.CPY                                                  *
      *  SUMA-BUDGET-MAINT-REC - one maintenance card applied to the  *
      *  SUMABUDG budget file by SUMAPRESU:                           *
      *      "A" - ADD A COST CENTER'S BUDGET FOR A FISCAL MONTH      *
      *      "C" - CHANGE THE BUDGET AMOUNT FOR THAT MONTH            *
      *      "D" - DELETE THE MONTH'S BUDGET                          *
      *  PN-FISCAL-MONTH IS CCYYMM.  PN-BUDGET-AMOUNT IS SIGNED       *
      *  ZONED DECIMAL WITH TWO IMPLIED DECIMALS (SIGN OVERPUNCHED    *
      *  ON THE LAST DIGIT), REQUIRED ON AN ADD OR CHANGE.  THE       *
      *  COST CENTER MUST BE ON THE SUMACCMT COST-CENTER MASTER.      *
      *---------------------------------------------------------------*
       01  SUMA-BUDGET-MAINT-REC.
           05  PN-ACTION                   PIC X(01).
               88  PN-ACTION-ADD                       VALUE "A".
               88  PN-ACTION-CHANGE                    VALUE "C".
               88  PN-ACTION-DELETE                    VALUE "D".
           05  PN-COST-CENTER              PIC X(04).
           05  PN-FISCAL-MONTH             PIC X(06).
           05  PN-FISCAL-MONTH-R           REDEFINES PN-FISCAL-MONTH.
               10  PN-FISCAL-CCYY          PIC 9(04).
               10  PN-FISCAL-MM            PIC 9(02).
           05  PN-BUDGET-AMOUNT            PIC S9(11)V99.
           05  PN-BUDGET-AMOUNT-X          REDEFINES PN-BUDGET-AMOUNT
                                           PIC X(13).
           05  FILLER                      PIC X(56).
