      *  SUMA-REJECT-REC - one rejected transaction, written to the   *
      *  SUMA-REJECTS exception file so it can be reviewed and        *
      *  corrected instead of silently mangling the total.            *
      *  EACH REJECT CARRIES THE SOURCE SYSTEM AND EXTRACT DATE OFF   *
      *  ITS EXTRACT'S HEADER (SPACES/ZERO WHEN NOT KNOWN) SO THE     *
      *  CORRECTION CAN BE TRACED AND ACKNOWLEDGED BACK TO ITS        *
      *  UPSTREAM.  THE RECORD IS 70 BYTES (LRECL=070).               *
      *---------------------------------------------------------------*
       01  SUMA-REJECT-REC.
           05  SR-RECORD-COUNT             PIC 9(07).
           05  SR-AMOUNT-COUNT             PIC 9(03).
           05  SR-REASON-CODE              PIC X(04).
           05  SR-REASON-TEXT              PIC X(30).
           05  SR-SOURCE-SYSTEM            PIC X(08).
           05  SR-EXTRACT-DATE             PIC 9(08).
