      *---------------------------------------------------------------*
      *  SUMAPLG.CPY                                                  *
      *  SUMA-PERIOD-LOG-REC - one line of the period close log,      *
      *  appended to SUMAPLOG by SUMAPERIODO for every close and      *
      *  reopen it applies, so the life of a month (closed, reopened  *
      *  and why, closed again) can be traced after the fact.         *
      *  PL-SIGNED-BY IS THE CARD'S AUTHORIZING ID; PL-JOB-ID AND     *
      *  PL-OPERATOR-ID ARE THE JOB AND USER THAT RAN IT.             *
      *---------------------------------------------------------------*
       01  SUMA-PERIOD-LOG-REC.
           05  PL-PERIOD                   PIC 9(06).
           05  PL-ACTION                   PIC X(01).
               88  PL-CLOSED                           VALUE "C".
               88  PL-REOPENED                         VALUE "R".
           05  PL-ACTION-DATE              PIC 9(08).
           05  PL-ACTION-TIME              PIC 9(08).
           05  PL-SIGNED-BY                PIC X(08).
           05  PL-JOB-ID                   PIC X(08).
           05  PL-OPERATOR-ID              PIC X(08).
           05  PL-REASON                   PIC X(40).
