      *  IS THE LEDGER ACCOUNT THE COST CENTER POSTS TO, CARRIED ON   *
      *  EVERY SUMAPOST "C" RECORD SO POSTING NO LONGER DEPENDS ON    *
      *  A LOOKUP SHEET.                                              *
      *                                                                *
      *  THE GL ACCOUNT AND STATUS ARE EFFECTIVE-DATED: CM-MAPPING    *
      *  HOLDS UP TO 12 DATED ENTRIES IN ASCENDING CM-EFFECTIVE-DATE  *
      *  ORDER, AND THE ENTRY IN EFFECT ON A GIVEN DATE IS THE LAST   *
      *  ONE WHOSE EFFECTIVE DATE IS NOT AFTER IT.  AN ENTRY DATED    *
      *  AFTER TODAY IS A PENDING CHANGE.  EVERY PROGRAM RESOLVES     *
      *  THE MAPPING AS OF THE DATE IT POSTS FOR - A BACKOUT OR       *
      *  RECYCLE OF AN OLD DAY POSTS TO THE ACCOUNT THAT DAY USED.    *
      *  CM-MAINT-DATE IS THE DAY THE CARD THAT CREATED THE ENTRY     *
      *  WAS APPLIED.  WHEN ALL 12 ENTRIES ARE IN USE A CARD NEEDING  *
      *  A NEW ONE IS REJECTED - HISTORY IS NEVER DROPPED.            *
      *---------------------------------------------------------------*
       01  SUMA-CCMAST-REC.
           05  CM-COST-CENTER              PIC X(04).
           05  CM-DEPARTMENT               PIC X(30).
           05  CM-LAST-MAINT-DATE          PIC 9(08).
           05  CM-MAP-COUNT                PIC 9(02).
           05  CM-MAPPING                  OCCURS 12 TIMES.
               10  CM-EFFECTIVE-DATE       PIC 9(08).
               10  CM-GL-ACCOUNT           PIC X(08).
               10  CM-STATUS               PIC X(01).
                   88  CM-ACTIVE                       VALUE "A".
                   88  CM-INACTIVE                     VALUE "I".
               10  CM-MAINT-DATE           PIC 9(08).
