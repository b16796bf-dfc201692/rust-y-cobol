      *  BACKOUT CAN REBUILD THE DAY'S COST-CENTER BREAKDOWN FROM     *
      *  THE TRAIL ALONE (ENTRIES ARCHIVED BEFORE THE FIELD WAS       *
      *  ADDED CARRY SPACES).                                         *
      *  A WRITE-OFF ENTRY ALSO NAMES ITS APPROVERS: THE REVIEWER     *
      *  WHOSE CARD DECIDED IT, AND - FOR AN ITEM OVER THE DUAL-      *
      *  APPROVAL THRESHOLD - THE SECOND REVIEWER WHO CONFIRMED IT.   *
      *  EVERY OTHER ENTRY (AND ANY ENTRY WRITTEN BEFORE THE FIELDS   *
      *  WERE ADDED) CARRIES SPACES IN BOTH.                          *
      *  A RESUBMISSION WHOSE ORIGINAL NIGHT FELL IN A MONTH SINCE    *
      *  CLOSED IS POSTED INTO THE CURRENT OPEN MONTH INSTEAD, AND    *
      *  ITS ENTRY CARRIES THE CLOSED MONTH (CCYYMM) IN               *
      *  SA-CLOSED-PERIOD; EVERY OTHER ENTRY CARRIES ZERO.            *
      *---------------------------------------------------------------*
       01  SUMA-AUDIT-REC.
           05  SA-RECORD-COUNT             PIC 9(07).
               88  SA-REVERSAL                         VALUE "B".
           05  SA-ORIG-RECORD-COUNT        PIC 9(07).
           05  SA-COST-CENTER              PIC X(04).
           05  SA-APPROVER-ID              PIC X(08).
           05  SA-SECOND-APPROVER-ID       PIC X(08).
           05  SA-CLOSED-PERIOD            PIC 9(06).
