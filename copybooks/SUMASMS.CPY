      *                   THROUGH THE DAY'S FIGURES.                  *
      *      STATUS "W" - WRITTEN OFF BY A DECISION CARD, CLOSED      *
      *                   WITH A FLAG-"W" SUMAUDIT ENTRY.             *
      *      STATUS "P" - A WRITE-OFF OVER THE DUAL-APPROVAL          *
      *                   THRESHOLD, APPROVED BY ONE REVIEWER         *
      *                   (SS-FIRST-APPROVER-ID, ON                   *
      *                   SS-FIRST-APPROVAL-DATE) AND AWAITING THE    *
      *                   CONFIRMING CARD OF A DIFFERENT ONE.  STILL  *
      *                   UNRESOLVED - IT AGES LIKE AN OPEN ITEM, A   *
      *                   RE-HOLD PUTS IT BACK TO OPEN (THE AMOUNT    *
      *                   WAS JUDGED AGAIN, THE APPROVAL LAPSES),     *
      *                   AND A RELEASE CARD MAY STILL TAKE IT.       *
      *  THE FULL AMOUNT LIST (ORIGINAL CURRENCY) AND THE CURRENCY    *
      *  CODE ARE KEPT SO A RELEASE CAN REBUILD THE TRANSACTION FOR   *
      *  THE RECYCLE PATH WITHOUT ANYONE RE-KEYING IT; SS-SUMA IS     *
               88  SS-OPEN-ITEM                        VALUE "O".
               88  SS-RELEASED                         VALUE "R".
               88  SS-WRITTEN-OFF                      VALUE "W".
               88  SS-PENDING-APPROVAL                 VALUE "P".
               88  SS-UNRESOLVED                       VALUE "O" "P".
           05  SS-RESOLVED-DATE            PIC 9(08).
           05  SS-ORIG-RECORD-COUNT        PIC 9(07).
           05  SS-CURRENCY-CODE            PIC X(03).
           05  SS-AMOUNT-TABLE             PIC S9(9)V99 COMP-3
                   OCCURS 50 TIMES.
           05  SS-FIRST-APPROVER-ID        PIC X(08).
           05  SS-FIRST-APPROVAL-DATE      PIC 9(08).
