      *---------------------------------------------------------------*
      *  SUMAFIJ.CPY                                                  *
      *  SUMA-STANDING-REC - one standing or auto-reversing journal   *
      *  entry, keyed on FJ-ENTRY-ID in the SUMASTND cluster.  LOADED *
      *  AND MAINTAINED BY SUMAFIJO FROM THE MAINTENANCE CARDS (SEE   *
      *  SUMAFJN.CPY); SUMAGENERA READS IT EVERY NIGHT AND CUTS THE   *
      *  ENTRIES DUE AS THEIR OWN SUMAIN EXTRACT, SOURCE "STANDING".  *
      *      FJ-FREQUENCY "D" - EVERY BUSINESS DATE                   *
      *                   "M" - THE FJ-BUSINESS-DAY'TH BUSINESS DATE  *
      *                         OF EACH MONTH (01-23)                 *
      *                   "O" - ONCE, ON THE FIRST BUSINESS DATE ON OR*
      *                         AFTER FJ-START-DATE                   *
      *  "D" AND "M" ENTRIES RUN FROM FJ-START-DATE THROUGH           *
      *  FJ-END-DATE (ZERO = OPEN-ENDED).  FJ-CURRENCY-CODE SPACES IS *
      *  BASE CURRENCY, AS ON SUMAIN.                                 *
      *  AN ENTRY WITH FJ-AUTO-REVERSE "Y" IS AN ACCRUAL: WHAT        *
      *  SUMAGENERA CUT FOR IT IS KEPT IN FJ-ACCRUAL UNTIL THE NEXT   *
      *  BUSINESS DATE'S RUN POSTS IT BACK NEGATED, AFTER WHICH IT    *
      *  MOVES TO FJ-REVERSAL SO A RERUN OF THAT NIGHT CAN CUT THE    *
      *  SAME REVERSAL AGAIN.  THE REVERSAL IS ALWAYS OF WHAT WAS CUT,*
      *  NOT OF THE ENTRY AS SINCE MAINTAINED.                        *
      *  GENERATED TRANS IDS ARE THE ENTRY ID, A KIND ("S" STANDING,  *
      *  "A" ACCRUAL, "R" REVERSAL) AND THE LAST DIGIT OF THE YEAR    *
      *  PLUS MMDD OF THE BUSINESS DATE - E.G. RENTA61015 - SO EVERY  *
      *  OCCURRENCE IS A NEW ID TO THE SUMAXREF DUPLICATE CHECK.      *
      *---------------------------------------------------------------*
       01  SUMA-STANDING-REC.
           05  FJ-ENTRY-ID                 PIC X(04).
           05  FJ-DESCRIPTION              PIC X(30).
           05  FJ-STATUS                   PIC X(01).
               88  FJ-ACTIVE                           VALUE "A".
               88  FJ-INACTIVE                         VALUE "I".
           05  FJ-COST-CENTER              PIC X(04).
           05  FJ-CURRENCY-CODE            PIC X(03).
           05  FJ-FREQUENCY                PIC X(01).
               88  FJ-DAILY                            VALUE "D".
               88  FJ-MONTHLY                          VALUE "M".
               88  FJ-ONCE                             VALUE "O".
           05  FJ-BUSINESS-DAY             PIC 9(02).
           05  FJ-START-DATE               PIC 9(08).
           05  FJ-END-DATE                 PIC 9(08).
           05  FJ-AUTO-REVERSE             PIC X(01).
               88  FJ-AUTO-REVERSE-YES                 VALUE "Y".
               88  FJ-AUTO-REVERSE-NO                  VALUE "N".
           05  FJ-AMOUNT-COUNT             PIC 9(02).
           05  FJ-AMOUNT                   PIC S9(9)V99 COMP-3
                                           OCCURS 10 TIMES.
           05  FJ-ADDED-DATE               PIC 9(08).
           05  FJ-LAST-MAINT-DATE          PIC 9(08).
           05  FJ-LAST-GEN-DATE            PIC 9(08).
           05  FJ-ACCRUAL.
               10  FJ-ACR-DATE             PIC 9(08).
               10  FJ-ACR-COST-CENTER      PIC X(04).
               10  FJ-ACR-CURRENCY-CODE    PIC X(03).
               10  FJ-ACR-AMOUNT-COUNT     PIC 9(02).
               10  FJ-ACR-AMOUNT           PIC S9(9)V99 COMP-3
                                           OCCURS 10 TIMES.
           05  FJ-REVERSAL.
               10  FJ-REV-DATE             PIC 9(08).
               10  FJ-REV-COST-CENTER      PIC X(04).
               10  FJ-REV-CURRENCY-CODE    PIC X(03).
               10  FJ-REV-AMOUNT-COUNT     PIC 9(02).
               10  FJ-REV-AMOUNT           PIC S9(9)V99 COMP-3
                                           OCCURS 10 TIMES.
