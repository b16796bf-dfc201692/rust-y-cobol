      *      "W" - WRITE OFF: THE ITEM IS CLOSED WITH A FLAG-"W"      *
      *            AUDIT-TRAIL ENTRY AND NEVER ENTERS THE TOTALS.     *
      *  THE REVIEWER ID IS PRINTED ON THE DECISION REPORT SO THE     *
      *  RUN SHOWS WHO DISPOSED OF EACH ITEM, AND MUST BE AN ACTIVE   *
      *  REVIEWER ON SUMARVWR WHOSE LIMIT COVERS THE ITEM.  A "W"     *
      *  OVER THE DUAL-APPROVAL THRESHOLD ONLY MARKS THE ITEM         *
      *  PENDING; A SECOND "W" CARD FOR THE SAME TRANS ID FROM A      *
      *  DIFFERENT REVIEWER CONFIRMS IT.                              *
      *---------------------------------------------------------------*
       01  SUMA-DECISION-CARD.
           05  DC-ACTION                   PIC X(01).
