      *      "D" - DELETE AN ENTRY OUTRIGHT (PREFER STATUS "I" -      *
      *            INACTIVE - SO HISTORY KEEPS A NAME FOR THE COST    *
      *            CENTER)                                            *
      *  CN-EFFECTIVE-DATE (CCYYMMDD) DATES THE GL ACCOUNT AND        *
      *  STATUS ON AN ADD OR CHANGE - SPACES MEANS TODAY, A LATER     *
      *  DATE QUEUES A PENDING CHANGE.  A CHANGE MAY NOT BE DATED     *
      *  BEFORE TODAY.  ON A DELETE, A DATE WITHDRAWS THAT PENDING    *
      *  CHANGE ONLY; SPACES DELETES THE WHOLE COST CENTER.           *
      *---------------------------------------------------------------*
       01  SUMA-CC-MAINT-REC.
           05  CN-ACTION                   PIC X(01).
           05  CN-DEPARTMENT               PIC X(30).
           05  CN-GL-ACCOUNT               PIC X(08).
           05  CN-STATUS                   PIC X(01).
           05  CN-EFFECTIVE-DATE           PIC X(08).
           05  CN-EFFECTIVE-DATE-N         REDEFINES CN-EFFECTIVE-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(28).
