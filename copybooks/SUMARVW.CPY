      *---------------------------------------------------------------*
      *  SUMARVW.CPY                                                  *
      *  SUMA-REVIEWER-REC - one suspense reviewer's authority,       *
      *  keyed on RV-REVIEWER-ID in the SUMARVWR cluster.  LOADED     *
      *  AND MAINTAINED BY SUMAREVISOR FROM THE REVIEWER              *
      *  MAINTENANCE CARDS (SEE SUMARVN.CPY), THE WAY SUMACENTRO      *
      *  MAINTAINS THE COST-CENTER MASTER.  SUMADECIDE READS IT FOR   *
      *  EVERY DECISION CARD:                                         *
      *      RV-STATUS "A"  - ACTIVE, MAY RELEASE OR WRITE OFF        *
      *      RV-STATUS "I"  - INACTIVE (LEFT THE UNIT, ON LEAVE) -    *
      *                       KEPT ON FILE SO OLD DECISION REPORTS    *
      *                       AND AUDIT ENTRIES STILL RESOLVE TO A    *
      *                       NAME, BUT EVERY CARD IS REFUSED         *
      *      RV-MAX-AMOUNT  - THE LARGEST HELD ITEM, BY MAGNITUDE     *
      *                       OF ITS BASE-CURRENCY SUMA, THE          *
      *                       REVIEWER MAY RELEASE OR WRITE OFF -     *
      *                       AND THE LARGEST THEY MAY GIVE THE       *
      *                       SECOND APPROVAL ON                      *
      *---------------------------------------------------------------*
       01  SUMA-REVIEWER-REC.
           05  RV-REVIEWER-ID              PIC X(08).
           05  RV-REVIEWER-NAME            PIC X(30).
           05  RV-STATUS                   PIC X(01).
               88  RV-ACTIVE                           VALUE "A".
               88  RV-INACTIVE                         VALUE "I".
           05  RV-MAX-AMOUNT               PIC 9(09)V99.
           05  RV-ADDED-DATE               PIC 9(08).
           05  RV-LAST-MAINT-DATE          PIC 9(08).
